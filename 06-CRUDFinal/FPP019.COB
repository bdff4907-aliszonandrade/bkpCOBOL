                       RECORD KEY   IS CHAVEFL
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS AD-ERRO.

           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS PL-ERRO.

           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS CF-ERRO.

           SELECT ARQPENSAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    RESCISOES CALCULADAS PELO FPP030: O LIQUIDO DA RESCISAO
      *    ENTRA COMO CREDITO PROPRIO NA REMESSA DA COMPETENCIA.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    ADIANTAMENTO QUINZENAL CALCULADO PELO FPP078: NA REMESSA
      *    DO ADIANTAMENTO (TIPO A) E O VALOR CREDITADO NO DIA 20. O
      *    REGISTRO DE FUNCIONARIO ZERO MARCA A COMPETENCIA REMETIDA.
       FD ARQADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
           03 CHAVEAD.
               05 FUNCAD           PIC 9(6).
               05 COMPETAD         PIC 9(6).
           03 PERCAD               PIC 9(2)V99.
           03 VALORAD              PIC 9(6)V99.
           03 DESCAD               PIC 9(6)V99.
           03 OPERADOR-AD          PIC X(08).
           03 DATAGRAVACAO-AD.
               05 DATAGRAV-AD PIC 9(8).
               05 HORAGRAV-AD PIC 9(6).
      *
      *    PLR CALCULADA PELO FPP083: NA REMESSA DA PLR (TIPO P) E O
      *    LIQUIDO, JA DESCONTADO O IRRF EXCLUSIVO.
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
      *    FOLHA COMPLEMENTAR (FPP099): NA REMESSA TIPO C E O LIQUIDO
      *    DA DIFERENCA. O REGISTRO COM FUNCCF = ZEROS CONTROLA A
      *    SEQUENCIA E E MARCADO R (REMETIDA) AO FIM DA REMESSA.
       FD ARQFLCPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFLCPL.DAT".
       01 REGFLCPL.
          03 CHAVECF.
             05 COMPETCF       PIC 9(06).
             05 SEQCF          PIC 9(01).
             05 FUNCCF         PIC 9(06).
          03 HISTCF            PIC X(40).
          03 PROVCF            PIC 9(08).
          03 BASEANTCF         PIC 9(08).
          03 INSSANTCF         PIC 9(08).
          03 IRRFANTCF         PIC 9(08).
          03 INSSCF            PIC 9(08).
          03 ALIQINSSCF        PIC 9V99.
          03 RENDACF           PIC 9(08).
          03 LIQCF             PIC 9(08).
          03 CARGOCF           PIC 9(03).
          03 DEPCF             PIC 9(03).
          03 SITCF             PIC X(01).
          03 OPERADOR-CF       PIC X(08).
          03 DATAGRAVACAO-CF.
             05 DATAGRAV-CF    PIC 9(8).
             05 HORAGRAV-CF    PIC 9(6).
      *
      *    PENSOES ALIMENTICIAS (FPP028): CADA BENEFICIARIO RECEBE
      *    SEU CREDITO PROPRIO NA REMESSA, NA CONTA INFORMADA.
       FD ARQPENSAO
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
       77 W-RESC-OK    PIC X(01) VALUE "N".
       77 FL-ERRO      PIC X(02) VALUE "00".
       77 W-FL-OK      PIC X(01) VALUE "N".
       77 AD-ERRO      PIC X(02) VALUE "00".
       77 W-AD-OK      PIC X(01) VALUE "N".
       77 PL-ERRO      PIC X(02) VALUE "00".
       77 W-PL-OK      PIC X(01) VALUE "N".
       77 W-TIPOREM    PIC X(01) VALUE "F".
       77 CF-ERRO      PIC X(02) VALUE "00".
       77 W-CF-OK      PIC X(01) VALUE "N".
       77 W-SEQCPL     PIC 9(01) VALUE ZEROS.
       77 CC-ERRO      PIC X(02) VALUE "00".
       77 W-CC-OK      PIC X(01) VALUE "N".
       01 W-COMPET.
       01  CAB2.
           05  NOMEEMPTX              PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
           05  TITREMTX               PIC X(35) VALUE
           " *** REMESSA BANCARIA ***".
           05  FILLER                 PIC X(10) VALUE
           "*** PAGINA".
           05  FILLER                 PIC X(002) VALUE
           ": ".
           05  NUMPAG  VALUE ZEROS  PIC Z99.
               LINE 10  COLUMN 53  PIC 9(01)
               USING  W-EMPSEL
               HIGHLIGHT.
           05  LINE 11  COLUMN 01
               VALUE  "   TIPO (F=FOLHA A=ADIANT. P=PLR C=COMPL".
           05  LINE 11  COLUMN 41
               VALUE  "EMENTAR):".
           05  TW-TIPOREM
               LINE 11  COLUMN 52  PIC X(01)
               USING  W-TIPOREM
               HIGHLIGHT.
           05  LINE 11  COLUMN 55
               VALUE  "SEQ.:".
           05  TW-SEQCPL
               LINE 11  COLUMN 61  PIC 9(01)
               USING  W-SEQCPL
               HIGHLIGHT.
           05  LINE 12  COLUMN 01 
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 12  COLUMN 41 
                MOVE ZEROS  TO CODFUNC CODCARGO.
                IF W-MODOLOTE = "S"
                   MOVE W-COMPLOTE TO W-COMPET
                   MOVE "F" TO W-TIPOREM
                   GO TO INC-OP0.
                DISPLAY TELA.
       INC-CMP.
       INC-EMP.
                ACCEPT TW-EMPSEL
                PERFORM LER-PARAM THRU LER-PARAM-FIM.
      *    TIPO A: SO O ADIANTAMENTO QUINZENAL DO FPP078, SEM MEXER
      *    NO CONTROLE DE COMPETENCIA (A FOLHA DO MES AINDA VEM).
       INC-TIPO.
                ACCEPT TW-TIPOREM
                IF W-TIPOREM = "a"
                   MOVE "A" TO W-TIPOREM.
                IF W-TIPOREM = "f"
                   MOVE "F" TO W-TIPOREM.
                IF W-TIPOREM = "p"
                   MOVE "P" TO W-TIPOREM.
                IF W-TIPOREM = "c"
                   MOVE "C" TO W-TIPOREM.
                IF W-TIPOREM NOT = "F" AND W-TIPOREM NOT = "A"
                         AND W-TIPOREM NOT = "P" AND W-TIPOREM NOT = "C"
                   MOVE "* DIGITE F=FOLHA A=ADIANT. P=PLR C=COMPLEM. *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
                IF W-TIPOREM = "A"
                   MOVE " *** REMESSA DO ADIANTAMENTO ***"
                                                  TO TITREMTX.
                IF W-TIPOREM = "P"
                   MOVE " *** REMESSA DA PLR ***"  TO TITREMTX.
      *    TIPO C: A FOLHA COMPLEMENTAR DO FPP099, PELA SEQUENCIA.
                IF W-TIPOREM NOT = "C"
                   MOVE ZEROS TO W-SEQCPL
                   DISPLAY TW-SEQCPL
                   GO TO INC-OPC.
                MOVE " *** REMESSA DA COMPLEMENTAR ***" TO TITREMTX.
       INC-SEQ.
                ACCEPT TW-SEQCPL
                IF W-SEQCPL = ZEROS
                   MOVE "* A SEQUENCIA VAI DE 1 A 9 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEQ.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
           IF RS-ERRO = "00"
              MOVE "S" TO W-RESC-OK.
      *
      *    REMESSA DO ADIANTAMENTO: SO PRECISA DO ARQADIANT E NAO
      *    PASSA PELO CONTROLE DE COMPETENCIA.
           IF W-TIPOREM = "A"
              OPEN I-O ARQADIANT
              IF AD-ERRO = "00"
                 MOVE "S" TO W-AD-OK
                 GO TO ROT-CABEC
              ELSE
                 MOVE "* CALCULE O ADIANTAMENTO NO FPP078 ANTES *"
                                                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    REMESSA DA PLR: SO O ARQPLR, TAMBEM FORA DO CONTROLE DE
      *    COMPETENCIA DA FOLHA.
           IF W-TIPOREM = "P"
              OPEN INPUT ARQPLR
              IF PL-ERRO = "00"
                 MOVE "S" TO W-PL-OK
                 GO TO ROT-CABEC
              ELSE
                 MOVE "* CALCULE A PLR NO FPP083 ANTES *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    REMESSA DA COMPLEMENTAR: A COMPETENCIA JA ESTA FECHADA E
      *    NAO MUDA; QUEM TRAVA A SEQUENCIA E O REGISTRO DE CONTROLE
      *    DO ARQFLCPL, QUE SO ACEITA UMA REMESSA.
           IF W-TIPOREM = "C"
              GO TO INC-CF0.
      *
      *    SEM O RESULTADO GRAVADO PELA FOLHA NAO HA O QUE REMETER.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-CC2.
           GO TO ROT-CABEC.
      *
       INC-CF0.
           OPEN I-O ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* LANCE A COMPLEMENTAR NO FPP099 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-CF-OK
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE ZEROS    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* LANCE A COMPLEMENTAR NO FPP099 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SITCF = "R"
              MOVE "* COMPLEMENTAR JA REMETIDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ROT-CABEC. 
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
                      GO TO ROT-FIM.
                IF FUNC-ERRO NOT = "00"
                   IF FUNC-ERRO = "10"
                      IF W-TIPOREM = "F"
                         PERFORM WR-RESC THRU WR-RESC-FIM
                      END-IF
                      MOVE CONLIN1 TO TOTFUNC
                      MOVE TOTLIQUIDO TO TOTLIQUIDOTX


                      WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
                      WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
                      IF W-TIPOREM = "F"
                         PERFORM ROT-REMETIDA THRU ROT-REMETIDA-FIM
                      END-IF
                      IF W-TIPOREM = "C"
                         PERFORM ROT-CPLREM THRU ROT-CPLREM-FIM
                      END-IF
                      IF W-TIPOREM = "A"
                         PERFORM ROT-ADREM THRU ROT-ADREM-FIM
                      END-IF
                      IF W-MODOLOTE = "S"
                         MOVE "O" TO W-RETLOTE
                         MOVE CONLIN1 TO W-QTDLOTE
      *    O MES. FUNCIONARIO SEM RESULTADO NA COMPETENCIA FICA FORA
      *    DA REMESSA. A PENSAO JA ESTA ABATIDA NO LIQUIDO GRAVADO;
      *    CADA BENEFICIARIO RECEBE SEU PROPRIO REGISTRO.
           IF W-TIPOREM = "A"
              GO TO CALC1AD.
           IF W-TIPOREM = "P"
              GO TO CALC1PL.
           IF W-TIPOREM = "C"
              GO TO CALC1CF.
           MOVE CODFUNC  TO FUNCFL
           MOVE W-COMPET TO COMPETFL
           READ ARQFOLHA
           MOVE PENSFL TO PENSTOT
           COMPUTE AUX = BRUTOFL - INSSFL
           COMPUTE TOTBRUTO = TOTBRUTO + BRUTOFL
           COMPUTE TOTLIQUIDO = TOTLIQUIDO + LIQUIDO
           GO TO INC-003.
      *    ADIANTAMENTO QUINZENAL: CREDITA O VALOR CALCULADO NO FPP078,
      *    SEM PENSAO (A PENSAO E RETIDA NA FOLHA DO MES).
       CALC1AD.
           MOVE CODFUNC  TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO NOT = "00"
              GO TO LER-FUNCIONARIO01.
           MOVE VALORAD TO LIQUIDO
           MOVE ZEROS   TO PENSTOT
           COMPUTE TOTLIQUIDO = TOTLIQUIDO + LIQUIDO
           GO TO INC-003.
      *    PLR: CREDITA O LIQUIDO CALCULADO NO FPP083 (BRUTO MENOS O
      *    IRRF DA TABELA EXCLUSIVA), SEM PENSAO.
       CALC1PL.
           MOVE CODFUNC  TO FUNCPL
           MOVE W-COMPET TO COMPETPL
           READ ARQPLR
           IF PL-ERRO NOT = "00"
              GO TO LER-FUNCIONARIO01.
           MOVE LIQPL   TO LIQUIDO
           MOVE ZEROS   TO PENSTOT
           COMPUTE TOTLIQUIDO = TOTLIQUIDO + LIQUIDO
           GO TO INC-003.
      *    FOLHA COMPLEMENTAR: CREDITA O LIQUIDO DA DIFERENCA
      *    CALCULADA NO FPP099, SEM PENSAO.
       CALC1CF.
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE CODFUNC  TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
              GO TO LER-FUNCIONARIO01.
           IF LIQCF = ZEROS
              GO TO LER-FUNCIONARIO01.
           MOVE LIQCF   TO LIQUIDO
           MOVE ZEROS   TO PENSTOT
           COMPUTE TOTLIQUIDO = TOTLIQUIDO + LIQUIDO.

       INC-003.
       ROT-REMETIDA-FIM.
           EXIT.
      *
      *    MARCA A SEQUENCIA DA COMPLEMENTAR COMO REMETIDA: O FPP099
      *    NAO ACEITA MAIS ALTERACAO NELA.
       ROT-CPLREM.
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE ZEROS    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "00"
              MOVE "R" TO SITCF
              MOVE W-OPERLOG TO OPERADOR-CF
              ACCEPT DATAGRAV-CF FROM DATE YYYYMMDD
              ACCEPT HORAGRAV-CF FROM TIME
              REWRITE REGFLCPL.
       ROT-CPLREM-FIM.
           EXIT.
      *
      *    ADIANTAMENTO REMETIDO: GRAVA O REGISTRO DE FUNCIONARIO ZERO
      *    DA COMPETENCIA, QUE IMPEDE O RECALCULO NO FPP078.
       ROT-ADREM.
           MOVE ZEROS    TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO NOT = "00"
              MOVE ZEROS TO PERCAD VALORAD DESCAD.
           MOVE W-OPERLOG TO OPERADOR-AD
           ACCEPT DATAGRAV-AD FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-AD FROM TIME
           IF AD-ERRO = "00"
              REWRITE REGADIANT
           ELSE
              WRITE REGADIANT.
       ROT-ADREM-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                   CLOSE ARQRESC.
                IF W-FL-OK = "S"
                   CLOSE ARQFOLHA.
                IF W-AD-OK = "S"
                   CLOSE ARQADIANT.
                IF W-PL-OK = "S"
                   CLOSE ARQPLR.
                IF W-CF-OK = "S"
                   CLOSE ARQFLCPL.
                IF W-CC-OK = "S"
                   CLOSE ARQCOMPET.
       ROT-FIMFE.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           IF W-TIPOREM = "A"
              STRING "FPP019A-" DELIMITED BY SIZE
                     W-COMPET  DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     W-DATARELC DELIMITED BY SIZE
                     ".DOC"    DELIMITED BY SIZE
                     INTO W-NOMEREL
              GO TO MONTA-NOME-FIM.
           IF W-TIPOREM = "C"
              STRING "FPP019C" DELIMITED BY SIZE
                     W-SEQCPL  DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     W-COMPET  DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     W-DATARELC DELIMITED BY SIZE
                     ".DOC"    DELIMITED BY SIZE
                     INTO W-NOMEREL
              GO TO MONTA-NOME-FIM.
           IF W-TIPOREM = "P"
              STRING "FPP019P-" DELIMITED BY SIZE
                     W-COMPET  DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     W-DATARELC DELIMITED BY SIZE
                     ".DOC"    DELIMITED BY SIZE
                     INTO W-NOMEREL
              GO TO MONTA-NOME-FIM.
           STRING "FPP019-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
