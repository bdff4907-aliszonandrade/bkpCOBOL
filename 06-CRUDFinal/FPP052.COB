                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS CF-ERRO.

           SELECT ARQEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    MAPEAMENTO CONTABIL MANTIDO PELO FPP051.
       FD ARQMAPCON
               05 DATAGRAV-CC PIC 9(8).
               05 HORAGRAV-CC PIC 9(6).
      *
      *    FOLHA COMPLEMENTAR DA COMPETENCIA FECHADA (FPP099): O LOTE
      *    PROPRIO USA AS MESMAS ORIGENS DE BRUTO, INSS, IRRF E
      *    LIQUIDO DA FOLHA MENSAL.
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
      *    ARQUIVO DE LANCAMENTOS PARA O SISTEMA CONTABIL: CADA
      *    REGISTRO JA SAI COM DEBITO E CREDITO, LOGO O LOTE FECHA
      *    SEMPRE BALANCEADO.
       77 MP-ERRO      PIC X(02) VALUE "00".
       77 CC-ERRO      PIC X(02) VALUE "00".
       77 W-CC-OK      PIC X(01) VALUE "N".
       77 CF-ERRO      PIC X(02) VALUE "00".
       77 W-CF-OK      PIC X(01) VALUE "N".
       77 W-SEQCPL     PIC 9(01) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
               LINE 08  COLUMN 49  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 10  COLUMN 17
               VALUE  "FOLHA COMPLEMENTAR (0=MENSAL) :".
           05  TW-SEQCPL
               LINE 10  COLUMN 49  PIC 9(01)
               USING  W-SEQCPL
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
                   MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CMP.
      *    COMPLEMENTAR (FPP099): LOTE PROPRIO SO COM A DIFERENCA.
       INC-SEQ.
                ACCEPT TW-SEQCPL.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
              MOVE "* CALCULE A FOLHA NO FPP015 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
           IF W-SEQCPL = ZEROS
              GO TO INC-OP1.
           OPEN INPUT ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* NAO HA FOLHA COMPLEMENTAR (FPP099) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-CF-OK
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE ZEROS    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* COMPLEMENTAR NAO LANCADA NO FPP099 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP1.
      *
           OPEN INPUT ARQMAPCON
           IF MP-ERRO NOT = "00"
      *
      *    ACUMULA OS VALORES DA COMPETENCIA PELO INDICE ALTERNADO.
       ACU-FOLHA.
           IF W-SEQCPL NOT = ZEROS
              GO TO ACU-CPL.
           MOVE W-COMPET TO COMPETFL
           START ARQFOLHA KEY IS NOT LESS COMPETFL
              INVALID KEY
           ADD LIQFL    TO VAL-TB (8)
           GO TO ACU-FOLHA1.
      *
      *    COMPLEMENTAR: SO A SEQUENCIA ESCOLHIDA, SEM OS LANCAMENTOS
      *    AVULSOS (JA CONTABILIZADOS COM A FOLHA MENSAL).
       ACU-CPL.
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE 1        TO FUNCCF
           START ARQFLCPL KEY IS NOT LESS CHAVECF
              INVALID KEY
                 GO TO ACU-CPL2.
       ACU-CPL1.
           READ ARQFLCPL NEXT
           IF CF-ERRO NOT = "00"
              GO TO ACU-CPL2.
           IF COMPETCF NOT = W-COMPET OR SEQCF NOT = W-SEQCPL
              GO TO ACU-CPL2.
           ADD PROVCF  TO VAL-TB (1)
           ADD INSSCF  TO VAL-TB (2)
           ADD RENDACF TO VAL-TB (3)
           ADD LIQCF   TO VAL-TB (8)
           GO TO ACU-CPL1.
       ACU-CPL2.
           IF VAL-TB (1) = ZEROS
              MOVE "* SEM VALORES NESTA COMPLEMENTAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO MAP-VALIDA.
      *
      *    ACUMULA OS LANCAMENTOS AVULSOS DA COMPETENCIA POR CODIGO
      *    DE EVENTO, CADA UM NUMA ORIGEM "EVTnnn" PROPRIA.
       ACU-EVEN.
                   CLOSE ARQCARG.
                IF W-CC-OK = "S"
                   CLOSE ARQCOMPET.
                IF W-CF-OK = "S"
                   CLOSE ARQFLCPL.
       ROT-FIMP.
                EXIT PROGRAM.

           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           IF W-SEQCPL NOT = ZEROS
              GO TO MONTA-NOME1.
           STRING "FPP052-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
           MOVE SPACES TO W-NOMELANC
           STRING "LANCTO-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".TXT"    DELIMITED BY SIZE
                  INTO W-NOMELANC.
           GO TO MONTA-NOME-FIM.
       MONTA-NOME1.
           STRING "FPP052-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-C"      DELIMITED BY SIZE
                  W-SEQCPL  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
           MOVE SPACES TO W-NOMELANC
           STRING "LANCTO-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-C"      DELIMITED BY SIZE
                  W-SEQCPL  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".TXT"    DELIMITED BY SIZE
