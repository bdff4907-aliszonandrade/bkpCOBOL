                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS PL-ERRO.

           SELECT ARQPENSAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    PLR PAGA PELO FPP083: TRIBUTACAO EXCLUSIVA, DECLARADA EM
      *    REGISTRO PROPRIO DO BENEFICIARIO.
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
      *    PENSOES ALIMENTICIAS (FPP028): CADA BENEFICIARIO SAI NA
      *    DIRF COM A PARCELA ANUAL QUE LHE COUBE.
       FD ARQPENSAO
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    ARQUIVO DIRF DE TRANSMISSAO: LAYOUT POSICIONAL FIXO, UM
      *    REGISTRO POR BENEFICIARIO.
       77 FL-ERRO      PIC X(02) VALUE "00".
       77 PS-ERRO      PIC X(02) VALUE "00".
       77 W-PENS-OK    PIC X(01) VALUE "N".
       77 PL-ERRO      PIC X(02) VALUE "00".
       77 W-PL-OK      PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-PENSSALDO   VALUE ZEROS  PIC 9(8).
       01 W-QTDBPF      VALUE ZEROS  PIC 9(6).
       01 W-QTDPEN      VALUE ZEROS  PIC 9(6).
       01 PLRANO        VALUE ZEROS  PIC 9(8)V99.
       01 IRPLRANO      VALUE ZEROS  PIC 9(8)V99.
       01 TOTPLR        VALUE ZEROS  PIC 9(8)V99.
       01 TOTIRPLR      VALUE ZEROS  PIC 9(8)V99.
       01 W-RAZAOEMP    PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
       01 W-CNPJEMP     PIC 9(14) VALUE ZEROS.
           05  PEN-VALOR       PIC 9(08) VALUE ZEROS.
           05  FILLER          PIC X(105) VALUE SPACES.
      *
      *    PLR DO BENEFICIARIO NO ANO (TRIBUTACAO EXCLUSIVA NA FONTE),
      *    FORA DO TOTAL TRIBUTAVEL DO REGISTRO BPFDEC.
       01  DIRF-PLR.
           05  FILLER          PIC X(06) VALUE "BPFPLR".
           05  PLR-CPF         PIC 9(11) VALUE ZEROS.
           05  PLR-NOME        PIC X(30) VALUE SPACES.
           05  PLR-VALOR       PIC 9(08)V99 VALUE ZEROS.
           05  PLR-IRRF        PIC 9(08)V99 VALUE ZEROS.
           05  FILLER          PIC X(93) VALUE SPACES.
      *
      *    REGISTRO DE ENCERRAMENTO COM OS TOTAIS DO DECLARANTE:
      *    FECHAM COM O TOTAL DO INFORME ANUAL (FPP021), QUE LE AS
      *    MESMAS 12 COMPETENCIAS DO ARQFOLHA.
           05  FIM-IRRF        PIC 9(08) VALUE ZEROS.
           05  FIM-DEDDEP      PIC 9(08) VALUE ZEROS.
           05  FIM-PENSAO      PIC 9(08) VALUE ZEROS.
           05  FIM-PLR         PIC 9(08)V99 VALUE ZEROS.
           05  FIM-IRPLR       PIC 9(08)V99 VALUE ZEROS.
           05  FILLER          PIC X(96) VALUE SPACES.
      *

       01  CAB1.
           05  FILLER          PIC X(01) VALUE " ".
           05  PENVALTX        VALUE ZEROS  PIC ZZZ.ZZ9,99.

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
           OPEN INPUT ARQPENSAO
           IF PS-ERRO = "00"
              MOVE "S" TO W-PENS-OK.
      *    A PLR (FPP083) TAMBEM E OPCIONAL.
           MOVE "N" TO W-PL-OK
           OPEN INPUT ARQPLR
           IF PL-ERRO = "00"
              MOVE "S" TO W-PL-OK.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
       CALC1.
           MOVE ZEROS TO BRUTOANO INSSANO RENDAANO PENSANO
           MOVE ZEROS TO W-QTDMESES DEDDEPANO
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
           ADD PENSFL  TO PENSANO
           GO TO CALC1A.
       CALC2.
      *    SEM FOLHA NEM PLR NO ANO, O CPF NAO ENTRA NA DIRF.
           IF W-QTDMESES = ZEROS AND PLRANO = ZEROS
              GO TO LER-FUNCIONARIO01.
           ADD PLRANO   TO TOTPLR
           ADD IRPLRANO TO TOTIRPLR
           COMPUTE TOTBRUTOANO = TOTBRUTOANO + BRUTOANO
           COMPUTE TOTINSS     = TOTINSS + INSSANO
           COMPUTE TOTRENDA    = TOTRENDA + RENDAANO
           MOVE W-QTDMESES TO BPF-QTDMESES
           WRITE REGDIRFTX FROM DIRF-BPF
           ADD 1 TO W-QTDBPF
           IF PLRANO > 0
              MOVE CPF      TO PLR-CPF
              MOVE NOMEFUNC TO PLR-NOME
              MOVE PLRANO   TO PLR-VALOR
              MOVE IRPLRANO TO PLR-IRRF
              WRITE REGDIRFTX FROM DIRF-PLR.

           MOVE CODFUNC  TO CODFUNCTX
           MOVE NOMEFUNC TO NOMEFUNCTX
                   GO TO ROT-FIM.
           IF PENSANO > 0
              PERFORM WR-PENSAO THRU WR-PENSAO-FIM.
           IF PLRANO > 0
              MOVE PLRANO   TO PLRVALTX
              MOVE IRPLRANO TO PLRIRTX
              WRITE REGFUNCIONARIOTX FROM PLRLIN
              ADD 1 TO CONLIN.

           ADD 1 TO CONLIN CONLIN1
           IF CONLIN < 34
           MOVE TOTRENDA    TO FIM-IRRF
           MOVE TOTDEDDEP   TO FIM-DEDDEP
           MOVE TOTPENSAO   TO FIM-PENSAO
           MOVE TOTPLR      TO FIM-PLR
           MOVE TOTIRPLR    TO FIM-IRPLR
           WRITE REGDIRFTX FROM DIRF-FIM

           MOVE W-QTDBPF    TO TOTFUNC
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           IF TOTPLR > 0
              MOVE TOTPLR   TO TOTPLRTX
              MOVE TOTIRPLR TO TOTIRPLRTX
              WRITE REGFUNCIONARIOTX FROM LINHA-TOT3.
           IF W-MODOLOTE = "S"
              MOVE "O" TO W-RETLOTE
              MOVE W-QTDBPF TO W-QTDLOTE.
                CLOSE ARQFUNC ARQFUNCTX ARQDIRF ARQFOLHA.
                IF W-PENS-OK = "S"
                   CLOSE ARQPENSAO.
                IF W-PL-OK = "S"
                   CLOSE ARQPLR.
       ROT-FIMP.
                EXIT PROGRAM.

