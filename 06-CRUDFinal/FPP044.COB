      * UM REGISTRO POR EMPRESA (CODIGO 1 A 9): RAZAO  *
      * SOCIAL, CNPJ, ENDERECO E VALORES LEGAIS USADOS *
      * PELOS PROGRAMAS DA FOLHA FPP015-FPP021; A      *
      * EMPRESA 1 E A PRINCIPAL E VALE COMO PADRAO;    *
      * AS ALIQUOTAS PATRONAIS (INSS, RAT, FAP E       *
      * TERCEIROS) ALIMENTAM AS GUIAS GPS DO FPP080    *
      * E AS TOLERANCIAS DE VARIACAO E O PISO DO       *
      * LIQUIDO ALIMENTAM A CONFERENCIA DO FPP096      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODPARAM
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 DATAGRAVACAO.
             05 DATAGRAV       PIC 9(8).
             05 HORAGRAV       PIC 9(6).
          03 PATRONPAR         PIC 9(2)V99.
          03 RATPAR            PIC 9V99.
          03 FAPPAR            PIC 9V9999.
          03 TERCPAR           PIC 9(2)V99.
          03 VARBRUTOPAR       PIC 9(3)V99.
          03 VARLIQPAR         PIC 9(3)V99.
          03 LIQMINPAR         PIC 9(6)V99.
      *    REEMBOLSO POR KM RODADO EM VEICULO PROPRIO (FPP114).
          03 KMREEMBPAR        PIC 9(2)V99.
      *
      *    LOG DE SEGURANCA (MESMO DO FPP000): REGISTRA AS ALTERACOES
      *    RECUSADAS POR REGISTRO REGRAVADO POR OUTRO OPERADOR.
       FD ARQLOGSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSEG.DOC".
       01 REGLOGSEG.
          03 LOGDATA           PIC 9(08).
          03 FILLER            PIC X(01).
          03 LOGHORA           PIC 9(06).
          03 FILLER            PIC X(01).
          03 LOGOPER           PIC X(08).
          03 FILLER            PIC X(01).
          03 LOGMOTIVO         PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 W-NOVO       PIC X(01) VALUE "N".
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-REGPARAM-SALVA PIC X(168) VALUE SPACES.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 LG-ERRO           PIC X(02) VALUE "00".
       01 W-OPER-LIDO       PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA       PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU         PIC X(01) VALUE "N".
       01 W-COLDATA         PIC 9999/99/99.
       01 W-COLHORA         PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH       PIC 9(02).
           05 W-COLMM       PIC 9(02).
           05 W-COLSS       PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  LINE 11  COLUMN 04 VALUE  "SALARIO MINIMO      :".
           05  LINE 13  COLUMN 04 VALUE  "VALOR SALARIO-FAM.  :".
           05  LINE 15  COLUMN 04 VALUE  "LIMITE SALARIO-FAM. :".
           05  LINE 17  COLUMN 04 VALUE  "% INSS PATRONAL     :".
           05  LINE 18  COLUMN 04 VALUE  "% RAT (1 A 3)       :".
           05  LINE 19  COLUMN 04 VALUE  "FAP (0,5 A 2,0)     :".
           05  LINE 20  COLUMN 04 VALUE  "% TERCEIROS         :".
           05  LINE 21  COLUMN 04 VALUE  "% VARIACAO BRUTO/LIQ:".
           05  LINE 21  COLUMN 33 VALUE  "/".
           05  LINE 22  COLUMN 04 VALUE  "PISO DO LIQUIDO     :".
           05  LINE 22  COLUMN 40 VALUE  "R$/KM VEIC. PROPRIO :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TRAZAOEMP
               LINE 05  COLUMN 26  PIC X(32)
               LINE 15  COLUMN 26  PIC ZZZ.ZZ9,99
               USING  LIMSALFAMPAR
               HIGHLIGHT.
           05  TPATRON
               LINE 17  COLUMN 26  PIC Z9,99
               USING  PATRONPAR
               HIGHLIGHT.
           05  TRAT
               LINE 18  COLUMN 26  PIC 9,99
               USING  RATPAR
               HIGHLIGHT.
           05  TFAP
               LINE 19  COLUMN 26  PIC 9,9999
               USING  FAPPAR
               HIGHLIGHT.
           05  TTERC
               LINE 20  COLUMN 26  PIC Z9,99
               USING  TERCPAR
               HIGHLIGHT.
           05  TVARBRUTO
               LINE 21  COLUMN 26  PIC ZZ9,99
               USING  VARBRUTOPAR
               HIGHLIGHT.
           05  TVARLIQ
               LINE 21  COLUMN 35  PIC ZZ9,99
               USING  VARLIQPAR
               HIGHLIGHT.
           05  TLIQMIN
               LINE 22  COLUMN 26  PIC ZZZ.ZZ9,99
               USING  LIQMINPAR
               HIGHLIGHT.
           05  TKMREEMB
               LINE 22  COLUMN 62  PIC Z9,99
               USING  KMREEMBPAR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO RAZAOEMP ENDEREMP
           MOVE ZEROS  TO CNPJEMP SALMINPAR
           MOVE ZEROS  TO VALSALFAMPAR LIMSALFAMPAR
           PERFORM PADRAO-ALIQ THRU PADRAO-ALIQ-FIM
           PERFORM PADRAO-CONF THRU PADRAO-CONF-FIM
           MOVE ZEROS TO KMREEMBPAR
           DISPLAY TELA.
       R1A.
           ACCEPT TCODPARAM
           READ ARQPARAM
           IF ST-ERRO = "00"
              MOVE "N" TO W-NOVO
              MOVE OPERADOR IN REGPARAM TO W-OPER-LIDO
              MOVE DATAGRAVACAO IN REGPARAM TO W-GRAV-LIDA
           ELSE
              MOVE "S" TO W-NOVO
              MOVE SPACES TO RAZAOEMP ENDEREMP
              MOVE ZEROS  TO CNPJEMP SALMINPAR
              MOVE ZEROS  TO VALSALFAMPAR LIMSALFAMPAR.
      *    EMPRESA CADASTRADA ANTES DAS ALIQUOTAS PATRONAIS RECEBE
      *    OS VALORES USUAIS PARA CONFERENCIA DO OPERADOR.
           IF W-NOVO = "S" OR PATRONPAR NOT NUMERIC
                           OR PATRONPAR = ZEROS
              PERFORM PADRAO-ALIQ THRU PADRAO-ALIQ-FIM.
           IF W-NOVO = "S" OR VARBRUTOPAR NOT NUMERIC
                           OR VARBRUTOPAR = ZEROS
              PERFORM PADRAO-CONF THRU PADRAO-CONF-FIM.
           IF W-NOVO = "S" OR KMREEMBPAR NOT NUMERIC
              MOVE ZEROS TO KMREEMBPAR.
           DISPLAY TELA.
       R2.
           ACCEPT TRAZAOEMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R8.
           ACCEPT TPATRON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PATRONPAR = ZEROS
                   MOVE "O % PATRONAL DEVE SER MAIOR QUE 0" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       R9.
           ACCEPT TRAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF RATPAR < 1 OR RATPAR > 3
                   MOVE "O RAT DEVE FICAR ENTRE 1 E 3" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
           ACCEPT TFAP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF FAPPAR < 0,5 OR FAPPAR > 2
                   MOVE "O FAP DEVE FICAR ENTRE 0,5000 E 2,0000" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10.
       R11.
           ACCEPT TTERC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
       R12.
           ACCEPT TVARBRUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF VARBRUTOPAR = ZEROS
                   MOVE "A TOLERANCIA DEVE SER MAIOR QUE 0" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R12.
       R13.
           ACCEPT TVARLIQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF VARLIQPAR = ZEROS
                   MOVE "A TOLERANCIA DEVE SER MAIOR QUE 0" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R13.
       R14.
           ACCEPT TLIQMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
       R15.
           ACCEPT TKMREEMB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R14.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           IF W-NOVO NOT = "S"
              PERFORM VER-COLISAO THRU VER-COLISAO-FIM
              IF W-COLIDIU = "S"
                 GO TO R1.
           MOVE W-OPERADOR TO OPERADOR IN REGPARAM
           ACCEPT DATAGRAV IN REGPARAM FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGPARAM FROM TIME
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPARAM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGPARAM TO W-REGPARAM-SALVA
           READ ARQPARAM
           IF ST-ERRO NOT = "00"
              MOVE W-REGPARAM-SALVA TO REGPARAM
              GO TO VER-COLISAO-FIM.
           IF OPERADOR IN REGPARAM = W-OPER-LIDO
              AND DATAGRAVACAO IN REGPARAM = W-GRAV-LIDA
              MOVE W-REGPARAM-SALVA TO REGPARAM
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV IN REGPARAM TO W-COLDATA
           MOVE HORAGRAV IN REGPARAM TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR IN REGPARAM " EM "
                  W-COLDATA " " W-COLHH ":" W-COLMM " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "* REGISTRO MUDOU - REFACA A ALTERACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN EXTEND ARQLOGSEG
           IF LG-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSEG.
           MOVE SPACES TO REGLOGSEG
           ACCEPT LOGDATA FROM DATE YYYYMMDD
           ACCEPT LOGHORA FROM TIME
           MOVE W-OPERADOR TO LOGOPER
           STRING "COLISAO ARQPARAM " CODPARAM
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *
      *    ALIQUOTAS USUAIS: 20% PATRONAL, RAT 2%, FAP NEUTRO E 5,8%
      *    DE TERCEIROS (SALARIO-EDUCACAO, INCRA, SESI, SENAI, SEBRAE).
       PADRAO-ALIQ.
           MOVE 20,00  TO PATRONPAR
           MOVE 2,00   TO RATPAR
           MOVE 1,0000 TO FAPPAR
           MOVE 5,80   TO TERCPAR.
       PADRAO-ALIQ-FIM.
           EXIT.
      *
      *    CONFERENCIA PRE-REMESSA (FPP096): VARIACAO DE 30% NO BRUTO
      *    E NO LIQUIDO CONTRA O MES ANTERIOR; PISO ZERO NAO CONFERE.
       PADRAO-CONF.
           MOVE 30,00 TO VARBRUTOPAR
           MOVE 30,00 TO VARLIQPAR
           MOVE ZEROS TO LIQMINPAR.
       PADRAO-CONF-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPARAM
