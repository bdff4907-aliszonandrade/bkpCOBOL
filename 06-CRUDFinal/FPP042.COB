      * FUNCIONARIO: DADOS MESTRES, DEPENDENTES,       *
      * HISTORICO SALARIAL DO CARGO E FOLHAS PAGAS,    *
      * COM IMPRESSAO COMPLETA EM ARQUIVO              *
      * SALARIOS E DADOS BANCARIOS SAEM MASCARADOS     *
      * PARA O OPERADOR SEM ACESSO AOS DADOS           *
      * SENSIVEIS (FPP036/FPP120); A IMPRESSAO         *
      * COMPLETA VAI AO ARQLOGSENS.DOC                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQLOGSENS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS LS-ERRO.

           SELECT ARQAVAL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAV
                       FILE STATUS  IS AV-ERRO.

           SELECT ARQDISC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDI
                       FILE STATUS  IS DI-ERRO.

           SELECT ARQSCORE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCSC
                       FILE STATUS  IS SC-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQDEPEN
               LABEL RECORD IS STANDARD
           03 DEDDEPFL    PIC 9(8).
           03 OPERADOR-FL PIC X(08).
           03 DATAGRAVACAO-FL      PIC 9(14).
      *
      *    AVALIACAO DE DESEMPENHO POR FUNCIONARIO E CICLO (ANO).
      *    CINCO COMPETENCIAS COM PESO (%) E NOTA (0 A 10); A NOTA
      *    FINAL E A MEDIA PONDERADA. CONCEITO: E=EXCELENTE B=BOM
      *    R=REGULAR I=INSUFICIENTE. SITUACAO: O=EM ABERTO
      *    A=AVALIADO K=CIENTE (FUNCIONARIO TOMOU CONHECIMENTO).
       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
          03 CHAVEAV.
             05 FUNCAV         PIC 9(06).
             05 CICLOAV        PIC 9(04).
          03 AVALIADORAV       PIC 9(06).
          03 COMPAV OCCURS 5.
             05 PESOAV         PIC 9(03).
             05 NOTAAV         PIC 9(02).
          03 NOTAFINALAV       PIC 9(02)V99.
          03 CONCEITOAV        PIC X(01).
          03 STATUSAV          PIC X(01).
          03 DATAAVAL          PIC 9(08).
          03 DATACIENCIA       PIC 9(08).
          03 OPERADOR-AV       PIC X(08).
          03 DATAGRAVACAO-AV.
             05 DATAGRAV-AV    PIC 9(8).
             05 HORAGRAV-AV    PIC 9(6).

      *    MEDIDAS DISCIPLINARES (FPP095). TIPO A=ADVERTENCIA
      *    S=SUSPENSAO.
       FD ARQDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
          03 CHAVEDI.
             05 FUNCDI         PIC 9(06).
             05 DATADI         PIC 9(08).
          03 TIPODI            PIC X(01).
          03 MOTIVO1DI         PIC X(50).
          03 MOTIVO2DI         PIC X(50).
          03 DIASDI            PIC 9(02).
          03 INICIODI          PIC 9(08).
          03 OPERADOR-DI       PIC X(08).
          03 DATAGRAVACAO-DI.
             05 DATAGRAV-DI    PIC 9(8).
             05 HORAGRAV-DI    PIC 9(6).

      *    PONTUACAO DE RISCO COMO CONDUTOR DA FROTA (PROG1331),
      *    NOS 12 MESES ANTERIORES A APURACAO. FAIXA: B=BAIXO
      *    M=MEDIO A=ALTO.
       FD ARQSCORE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSCORE.DAT".
       01 REGSCORE.
          03 FUNCSC            PIC 9(06).
          03 DATASC            PIC 9(08).
          03 DTINISC           PIC 9(08).
          03 QTDMLSC           PIC 9(03).
          03 PONTOSSC          PIC 9(03).
          03 QTDSNSC           PIC 9(03).
          03 QTDCBSC           PIC 9(03).
          03 PTOTSC            PIC 9(04).
          03 FAIXASC           PIC X(01).
          03 OPERADOR-SC       PIC X(08).

       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOSSIE.DOC".
       01 REGFUNCIONARIOTX    PIC X(90).
      *
      *    LOG DAS EXIBICOES COMPLETAS DE CAMPOS SENSIVEIS.
       FD ARQLOGSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSENS.DOC".
       01 REGLOGSENS.
           03 LSDATA              PIC 9(08).
           03 FILLER              PIC X(01).
           03 LSHORA              PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSOPER              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSPROG              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSCODFUNC           PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSCAMPOS            PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT           PIC 9(04) VALUE ZEROS.
       01 TX-ERRO          PIC X(02) VALUE "00".
       01 W-HIST-OK        PIC X(01) VALUE "N".
       01 W-FOLHA-OK       PIC X(01) VALUE "N".
       01 AV-ERRO          PIC X(02) VALUE "00".
       01 W-AVAL-OK        PIC X(01) VALUE "N".
       01 DI-ERRO          PIC X(02) VALUE "00".
       01 W-DISC-OK        PIC X(01) VALUE "N".
       01 SC-ERRO          PIC X(02) VALUE "00".
       01 W-SC-OK          PIC X(01) VALUE "N".
       01 W-TEMSCORE       PIC X(01) VALUE "N".
       01 W-FAIXADESC      PIC X(05) VALUE SPACES.
       01 W-SCORETELA.
           05 W-SCPTOT     PIC ZZZ9.
           05 FILLER       PIC X(10) VALUE " PONTOS - ".
           05 W-SCFAIXA    PIC X(05).
           05 FILLER       PIC X(13) VALUE "  APURADO EM ".
           05 W-SCDATA     PIC 9(08).
       01 W-QTDADV         PIC 9(03) VALUE ZEROS.
       01 W-QTDSUSP        PIC 9(03) VALUE ZEROS.
       01 W-QTDDIAS        PIC 9(03) VALUE ZEROS.
       01 W-DISCTELA.
           05 W-DISCADV    PIC ZZ9.
           05 FILLER       PIC X(15) VALUE " ADVERTENCIAS ".
           05 W-DISCSUSP   PIC ZZ9.
           05 FILLER       PIC X(15) VALUE " SUSPENSOES  (".
           05 W-DISCDIAS   PIC ZZ9.
           05 FILLER       PIC X(06) VALUE " DIAS)".
       01 IX               PIC 9(01) VALUE ZEROS.
       01 W-COLAV          PIC 9(02) VALUE ZEROS.
      *
      *    ULTIMAS TRES AVALIACOES CONCLUIDAS, DA MAIS ANTIGA (1)
      *    PARA A MAIS RECENTE (3).
       01 TAB-ULTAV.
           03 ULT-ITEM OCCURS 3.
              05 ULT-CICLO    PIC 9(04).
              05 ULT-NOTA     PIC 9(02)V99.
              05 ULT-CONC     PIC X(01).
              05 ULT-AVALIADOR PIC 9(06).
       01 W-ULTTELA.
           05 W-ULTCICLO   PIC 9(04).
           05 FILLER       PIC X(01) VALUE "=".
           05 W-ULTNOTA    PIC Z9,99.
       01 W-ACT            PIC 9(02) VALUE ZEROS.
       01 MENS             PIC X(50) VALUE SPACES.
       01 LIMPA            PIC X(55) VALUE SPACES.
       01 CODFUNCENTR      PIC 9(06) VALUE ZEROS.
       01 LS-ERRO          PIC X(02) VALUE "00".
       01 W-MASCSAL        PIC X(01) VALUE "N".
       01 W-MASCBCO        PIC X(01) VALUE "N".
       01 W-MASCVAL        PIC X(10) VALUE "***.***,**".
       01 W-LSFUNC         PIC 9(06) VALUE ZEROS.
       01 W-LSCAMPOS       PIC X(30) VALUE SPACES.
      *
      *    OPERADOR LOGADO E ACESSO AOS DADOS SENSIVEIS (FPP000).
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       01 PARMSENS EXTERNAL.
           03 W-VESENS    PIC X(1).
           03 W-SENSAL    PIC X(1).
           03 W-SENCPF    PIC X(1).
           03 W-SENBCO    PIC X(1).
      *
       01  DOSSEP                     PIC X(78) VALUE ALL "-".

           05  FILLER                 PIC X(01) VALUE "-".
           05  DOSDVTX     VALUE ZEROS  PIC 9.

       01  DOSL4M.
           05  FILLER                 PIC X(44) VALUE
           "BANCO :  ***  AGENCIA:****  CONTA:********-*".

       01  DOSSEC.
           05  FILLER                 PIC X(04) VALUE ">>> ".
           05  DOSSECTX    VALUE SPACES PIC X(50).
           05  DOSHDATATX      VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(12) VALUE " SALARIO DE ".
           05  DOSHANTTX       VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSHANTX        REDEFINES DOSHANTTX PIC X(10).
           05  FILLER          PIC X(07) VALUE " PARA ".
           05  DOSHNOVTX       VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSHNOVX        REDEFINES DOSHNOVTX PIC X(10).

       01  DOSAVALLIN.
           05  FILLER          PIC X(08) VALUE "  CICLO ".
           05  DOSACICLOTX     VALUE ZEROS  PIC 9(4).
           05  FILLER          PIC X(07) VALUE " NOTA: ".
           05  DOSANOTATX      VALUE ZEROS  PIC Z9,99.
           05  FILLER          PIC X(11) VALUE " CONCEITO: ".
           05  DOSACONCTX      VALUE SPACES PIC X(12).
           05  FILLER          PIC X(12) VALUE " AVALIADOR: ".
           05  DOSAAVALTX      VALUE ZEROS  PIC 9(6).

       01  DOSFOLHALIN.
           05  FILLER          PIC X(02) VALUE "  ".
           05  DOSFCOMPTX      VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(08) VALUE " BRUTO:".
           05  DOSFBRUTOTX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSFBRUTOX      REDEFINES DOSFBRUTOTX PIC X(10).
           05  FILLER          PIC X(07) VALUE " INSS:".
           05  DOSFINSSTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSFINSSX       REDEFINES DOSFINSSTX PIC X(10).
           05  FILLER          PIC X(07) VALUE " IRRF:".
           05  DOSFRENDATX     VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSFRENDAX      REDEFINES DOSFRENDATX PIC X(10).
           05  FILLER          PIC X(09) VALUE " LIQUIDO:".
           05  DOSFLIQTX       VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  DOSFLIQX        REDEFINES DOSFLIQTX PIC X(10).

       01  DOSDISCLIN.
           05  FILLER          PIC X(02) VALUE "  ".
           05  DOSDDATATX      VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(01) VALUE " ".
           05  DOSDTIPOTX      VALUE SPACES PIC X(11).
           05  FILLER          PIC X(06) VALUE " DIAS:".
           05  DOSDDIASTX      VALUE ZEROS  PIC Z9.
           05  FILLER          PIC X(01) VALUE " ".
           05  DOSDMOTTX       VALUE SPACES PIC X(50).

       01  DOSSCORELIN.
           05  FILLER          PIC X(11) VALUE "  PERIODO ".
           05  DOSSINITX       VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(03) VALUE " A ".
           05  DOSSFIMTX       VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(13) VALUE "  PONTUACAO: ".
           05  DOSSPTOTTX      VALUE ZEROS  PIC ZZZ9.
           05  FILLER          PIC X(09) VALUE "  FAIXA: ".
           05  DOSSFAIXATX     VALUE SPACES PIC X(05).

       01  DOSSCORELIN2.
           05  FILLER          PIC X(11) VALUE "  MULTAS: ".
           05  DOSSMLTX        VALUE ZEROS  PIC ZZ9.
           05  FILLER          PIC X(14) VALUE "  PONTOS CNH: ".
           05  DOSSPTSTX       VALUE ZEROS  PIC ZZ9.
           05  FILLER          PIC X(13) VALUE "  SINISTROS: ".
           05  DOSSSNTX        VALUE ZEROS  PIC ZZ9.
           05  FILLER          PIC X(22) VALUE
               "  DESVIOS DE CONSUMO: ".
           05  DOSSCBTX        VALUE ZEROS  PIC ZZ9.

       01  DOSDISCLIN2.
           05  FILLER          PIC X(31) VALUE SPACES.
           05  DOSDMOT2TX      VALUE SPACES PIC X(50).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO = "00"
              MOVE "S" TO W-FOLHA-OK.
           MOVE "N" TO W-AVAL-OK
           OPEN INPUT ARQAVAL
           IF AV-ERRO = "00"
              MOVE "S" TO W-AVAL-OK.
           MOVE "N" TO W-DISC-OK
           OPEN INPUT ARQDISC
           IF DI-ERRO = "00"
              MOVE "S" TO W-DISC-OK.
           MOVE "N" TO W-SC-OK
           OPEN INPUT ARQSCORE
           IF SC-ERRO = "00"
              MOVE "S" TO W-SC-OK.
      *
       INC-001.
           MOVE ZEROS TO CODFUNCENTR
           DISPLAY (12, 05) "DEMISSAO....:"
           DISPLAY (12, 19) DEMISSAO
           DISPLAY (13, 05) "DEPENDENTES.:"
           DISPLAY (13, 19) QTDDEP
           PERFORM ULT-AVAL THRU ULT-AVAL-FIM
           PERFORM CONTA-DISC THRU CONTA-DISC-FIM
           PERFORM LER-SCORE THRU LER-SCORE-FIM.
       IMP-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 12) "GRAVA O DOSSIE COMPLETO (S/N) : "
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDOSSIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM VER-SENS THRU VER-SENS-FIM
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           WRITE REGFUNCIONARIOTX FROM DOSTIT
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           MOVE AGENCIA   TO DOSAGENTX
           MOVE CONTA     TO DOSCONTATX
           MOVE CONTADV   TO DOSDVTX
           IF W-MASCBCO = "S"
              WRITE REGFUNCIONARIOTX FROM DOSL4M
           ELSE
              WRITE REGFUNCIONARIOTX FROM DOSL4.
      *
      *    SECAO DE DEPENDENTES (ARQDEPEN)
       DOS-DEPEN.
           MOVE DATACH      TO DOSHDATATX
           MOVE SALANTIGOCH TO DOSHANTTX
           MOVE SALNOVOCH   TO DOSHNOVTX
           IF W-MASCSAL = "S"
              MOVE W-MASCVAL TO DOSHANTX DOSHNOVX.
           WRITE REGFUNCIONARIOTX FROM DOSHISTLIN
           GO TO DOS-HIST1.
      *
      *    SECAO DAS FOLHAS PAGAS (ARQFOLHA)
       DOS-FOLHA.
           IF W-FOLHA-OK NOT = "S"
              GO TO DOS-AVAL.
           MOVE "FOLHAS DE PAGAMENTO GRAVADAS" TO DOSSECTX
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           WRITE REGFUNCIONARIOTX FROM DOSSEC
           MOVE ZEROS   TO COMPETFL
           START ARQFOLHA KEY IS GREATER CHAVEFL
              INVALID KEY
                 GO TO DOS-AVAL.
       DOS-FOLHA1.
           READ ARQFOLHA NEXT
           IF FL-ERRO NOT = "00"
              GO TO DOS-AVAL.
           IF FUNCFL NOT = CODFUNC
              GO TO DOS-AVAL.
           MOVE COMPETFL TO DOSFCOMPTX
           MOVE BRUTOFL  TO DOSFBRUTOTX
           MOVE INSSFL   TO DOSFINSSTX
           MOVE RENDAFL  TO DOSFRENDATX
           MOVE LIQFL    TO DOSFLIQTX
           IF W-MASCSAL = "S"
              MOVE W-MASCVAL TO DOSFBRUTOX DOSFINSSX
              MOVE W-MASCVAL TO DOSFRENDAX DOSFLIQX.
           WRITE REGFUNCIONARIOTX FROM DOSFOLHALIN
           GO TO DOS-FOLHA1.
      *
      *    SECAO DAS ULTIMAS AVALIACOES DE DESEMPENHO (ARQAVAL),
      *    DA MAIS RECENTE PARA A MAIS ANTIGA.
       DOS-AVAL.
           IF W-AVAL-OK NOT = "S"
              GO TO DOS-DISC.
           MOVE "ULTIMAS AVALIACOES DE DESEMPENHO" TO DOSSECTX
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           WRITE REGFUNCIONARIOTX FROM DOSSEC
           MOVE 4 TO IX.
       DOS-AVAL1.
           SUBTRACT 1 FROM IX
           IF IX = ZEROS
              GO TO DOS-DISC.
           IF ULT-CICLO (IX) = ZEROS
              GO TO DOS-DISC.
           MOVE ULT-CICLO (IX)     TO DOSACICLOTX
           MOVE ULT-NOTA (IX)      TO DOSANOTATX
           MOVE ULT-AVALIADOR (IX) TO DOSAAVALTX
           MOVE "INSUFICIENTE" TO DOSACONCTX
           IF ULT-CONC (IX) = "E"
              MOVE "EXCELENTE" TO DOSACONCTX.
           IF ULT-CONC (IX) = "B"
              MOVE "BOM" TO DOSACONCTX.
           IF ULT-CONC (IX) = "R"
              MOVE "REGULAR" TO DOSACONCTX.
           WRITE REGFUNCIONARIOTX FROM DOSAVALLIN
           GO TO DOS-AVAL1.
      *
      *    SECAO DAS MEDIDAS DISCIPLINARES (ARQDISC)
       DOS-DISC.
           IF W-DISC-OK NOT = "S"
              GO TO DOS-SCORE.
           MOVE "MEDIDAS DISCIPLINARES" TO DOSSECTX
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           WRITE REGFUNCIONARIOTX FROM DOSSEC
           MOVE CODFUNC TO FUNCDI
           MOVE ZEROS   TO DATADI
           START ARQDISC KEY IS NOT LESS CHAVEDI
              INVALID KEY
                 GO TO DOS-SCORE.
       DOS-DISC1.
           READ ARQDISC NEXT
           IF DI-ERRO NOT = "00"
              GO TO DOS-SCORE.
           IF FUNCDI NOT = CODFUNC
              GO TO DOS-SCORE.
           MOVE DATADI    TO DOSDDATATX
           MOVE DIASDI    TO DOSDDIASTX
           MOVE MOTIVO1DI TO DOSDMOTTX
           MOVE "ADVERTENCIA" TO DOSDTIPOTX
           IF TIPODI = "S"
              MOVE "SUSPENSAO" TO DOSDTIPOTX.
           WRITE REGFUNCIONARIOTX FROM DOSDISCLIN
           IF MOTIVO2DI NOT = SPACES
              MOVE MOTIVO2DI TO DOSDMOT2TX
              WRITE REGFUNCIONARIOTX FROM DOSDISCLIN2.
           GO TO DOS-DISC1.
      *
      *    SECAO DA PONTUACAO DE RISCO COMO CONDUTOR (ARQSCORE)
       DOS-SCORE.
           IF W-TEMSCORE NOT = "S"
              GO TO DOS-FIM.
           MOVE "PONTUACAO DE RISCO COMO CONDUTOR DA FROTA" TO DOSSECTX
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           WRITE REGFUNCIONARIOTX FROM DOSSEC
           MOVE DTINISC     TO DOSSINITX
           MOVE DATASC      TO DOSSFIMTX
           MOVE PTOTSC      TO DOSSPTOTTX
           MOVE W-FAIXADESC TO DOSSFAIXATX
           WRITE REGFUNCIONARIOTX FROM DOSSCORELIN
           MOVE QTDMLSC     TO DOSSMLTX
           MOVE PONTOSSC    TO DOSSPTSTX
           MOVE QTDSNSC     TO DOSSSNTX
           MOVE QTDCBSC     TO DOSSCBTX
           WRITE REGFUNCIONARIOTX FROM DOSSCORELIN2.
      *
       DOS-FIM.
           WRITE REGFUNCIONARIOTX FROM DOSSEP
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *
      *    GUARDA AS TRES ULTIMAS AVALIACOES CONCLUIDAS DO
      *    FUNCIONARIO E MOSTRA CICLO E NOTA NO RESUMO DA TELA.
       ULT-AVAL.
           MOVE ZEROS TO TAB-ULTAV
           IF W-AVAL-OK NOT = "S"
              GO TO ULT-AVAL-FIM.
           MOVE CODFUNC TO FUNCAV
           MOVE ZEROS   TO CICLOAV
           START ARQAVAL KEY IS NOT LESS CHAVEAV
              INVALID KEY
                 GO TO ULT-AVAL-FIM.
       ULT-AVAL1.
           READ ARQAVAL NEXT
           IF AV-ERRO NOT = "00"
              GO TO ULT-AVAL2.
           IF FUNCAV NOT = CODFUNC
              GO TO ULT-AVAL2.
           IF STATUSAV NOT = "A" AND STATUSAV NOT = "K"
              GO TO ULT-AVAL1.
           MOVE ULT-ITEM (2) TO ULT-ITEM (1)
           MOVE ULT-ITEM (3) TO ULT-ITEM (2)
           MOVE CICLOAV      TO ULT-CICLO (3)
           MOVE NOTAFINALAV  TO ULT-NOTA (3)
           MOVE CONCEITOAV   TO ULT-CONC (3)
           MOVE AVALIADORAV  TO ULT-AVALIADOR (3)
           GO TO ULT-AVAL1.
       ULT-AVAL2.
           DISPLAY (14, 05) "AVALIACOES.:"
           MOVE 4 TO IX
           MOVE 19 TO W-COLAV.
       ULT-AVAL3.
           SUBTRACT 1 FROM IX
           IF IX = ZEROS
              GO TO ULT-AVAL-FIM.
           IF ULT-CICLO (IX) = ZEROS
              GO TO ULT-AVAL-FIM.
           MOVE ULT-CICLO (IX) TO W-ULTCICLO
           MOVE ULT-NOTA (IX)  TO W-ULTNOTA
           DISPLAY (14, W-COLAV) W-ULTTELA
           ADD 12 TO W-COLAV
           GO TO ULT-AVAL3.
       ULT-AVAL-FIM.
           EXIT.
      *
      *    DADOS SENSIVEIS DO DOSSIE: BANCO E SALARIOS (HISTORICO
      *    DO CARGO E FOLHAS). MASCARA PARA O OPERADOR QUE SO VE
      *    MASCARADO; SE ELE VE COMPLETO, A IMPRESSAO VAI AO LOG.
       VER-SENS.
           MOVE "N" TO W-MASCSAL W-MASCBCO
           MOVE SPACES TO W-LSCAMPOS
           IF W-SENBCO NOT = "N"
              IF W-VESENS = "M"
                 MOVE "S" TO W-MASCBCO
              ELSE
                 MOVE "BANCO" TO W-LSCAMPOS.
           IF W-SENSAL NOT = "N"
              IF W-VESENS = "M"
                 MOVE "S" TO W-MASCSAL
              ELSE
                 IF W-LSCAMPOS = SPACES
                    MOVE "SALARIO" TO W-LSCAMPOS
                 ELSE
                    MOVE "BANCO SALARIO" TO W-LSCAMPOS.
           IF W-LSCAMPOS = SPACES
              GO TO VER-SENS-FIM.
           MOVE CODFUNC TO W-LSFUNC
           PERFORM GRAVA-LOGS THRU GRAVA-LOGS-FIM.
       VER-SENS-FIM.
           EXIT.
      *
       GRAVA-LOGS.
           OPEN EXTEND ARQLOGSENS
           IF LS-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSENS.
           MOVE SPACES TO REGLOGSENS
           ACCEPT LSDATA FROM DATE YYYYMMDD
           ACCEPT LSHORA FROM TIME
           MOVE W-OPERLOG  TO LSOPER
           MOVE "FPP042"   TO LSPROG
           MOVE W-LSFUNC   TO LSCODFUNC
           MOVE W-LSCAMPOS TO LSCAMPOS
           WRITE REGLOGSENS
           CLOSE ARQLOGSENS.
       GRAVA-LOGS-FIM.
           EXIT.
      *
      *    TOTAL DE ADVERTENCIAS E SUSPENSOES NO RESUMO DA TELA.
       CONTA-DISC.
           IF W-DISC-OK NOT = "S"
              GO TO CONTA-DISC-FIM.
           MOVE ZEROS TO W-QTDADV W-QTDSUSP W-QTDDIAS
           MOVE CODFUNC TO FUNCDI
           MOVE ZEROS   TO DATADI
           START ARQDISC KEY IS NOT LESS CHAVEDI
              INVALID KEY
                 GO TO CONTA-DISC2.
       CONTA-DISC1.
           READ ARQDISC NEXT
           IF DI-ERRO NOT = "00"
              GO TO CONTA-DISC2.
           IF FUNCDI NOT = CODFUNC
              GO TO CONTA-DISC2.
           IF TIPODI = "S"
              ADD 1 TO W-QTDSUSP
              ADD DIASDI TO W-QTDDIAS
           ELSE
              ADD 1 TO W-QTDADV.
           GO TO CONTA-DISC1.
       CONTA-DISC2.
           MOVE W-QTDADV  TO W-DISCADV
           MOVE W-QTDSUSP TO W-DISCSUSP
           MOVE W-QTDDIAS TO W-DISCDIAS
           DISPLAY (15, 05) "DISCIPLINA..:"
           DISPLAY (15, 19) W-DISCTELA.
       CONTA-DISC-FIM.
           EXIT.
      *
      *    PONTUACAO DE RISCO DO CONDUTOR NO RESUMO DA TELA; O
      *    REGISTRO FICA CARREGADO PARA A IMPRESSAO.
       LER-SCORE.
           MOVE "N" TO W-TEMSCORE
           IF W-SC-OK NOT = "S"
              GO TO LER-SCORE-FIM.
           MOVE CODFUNC TO FUNCSC
           READ ARQSCORE
           IF SC-ERRO NOT = "00"
              GO TO LER-SCORE-FIM.
           MOVE "S" TO W-TEMSCORE
           MOVE "BAIXO" TO W-FAIXADESC
           IF FAIXASC = "M"
              MOVE "MEDIO" TO W-FAIXADESC.
           IF FAIXASC = "A"
              MOVE "ALTO" TO W-FAIXADESC.
           MOVE PTOTSC      TO W-SCPTOT
           MOVE W-FAIXADESC TO W-SCFAIXA
           MOVE DATASC      TO W-SCDATA
           DISPLAY (16, 05) "RISCO CONDUT:"
           DISPLAY (16, 19) W-SCORETELA.
       LER-SCORE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
              CLOSE ARQCARGHIST.
           IF W-FOLHA-OK = "S"
              CLOSE ARQFOLHA.
           IF W-AVAL-OK = "S"
              CLOSE ARQAVAL.
           IF W-DISC-OK = "S"
              CLOSE ARQDISC.
           IF W-SC-OK = "S"
              CLOSE ARQSCORE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
