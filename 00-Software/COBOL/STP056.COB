       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP056.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * LIVRO DE REGISTRO DE ENTRADAS                  *
      * LISTA AS NOTAS FISCAIS DE ENTRADA ESCRITURADAS *
      * NO RECEBIMENTO (STP023) NO MES DE ENTRADA, UMA *
      * LINHA POR NF E CFOP, COM O RESUMO POR CFOP:    *
      * VALOR CONTABIL, BASE E ICMS CREDITADO, IPI     *
      * CREDITADO E OUTRAS (SEM CREDITO)               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQNFECAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVENE
                   ALTERNATE RECORD KEY IS DATAENTNE WITH DUPLICATES
                   FILE STATUS  IS NE-ERRO.

           SELECT ARQNFEITE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVENI
                   FILE STATUS  IS NI-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CNPJ
                   FILE STATUS  IS FORN-ERRO.

           SELECT ARQLRETX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNFECAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFECAB.DAT".
       01 REGNFECAB.
           03 CHAVENE.
               05 CNPJNE    PIC 9(15).
               05 NUMNFNE   PIC X(10).
               05 SERIENE   PIC X(03).
           03 EMISSAONE     PIC 9(08).
           03 DATAENTNE     PIC 9(08).
           03 CHAVEACNE     PIC X(44).
           03 NUMPEDNE      PIC 9(06).
           03 VALPRODNE     PIC 9(08)V99.
           03 VALICMSNE     PIC 9(08)V99.
           03 VALIPINE      PIC 9(08)V99.
           03 VALSTNE       PIC 9(08)V99.
           03 VALTOTNE      PIC 9(08)V99.
           03 OPERADOR-NE   PIC X(08).
      *
       FD ARQNFEITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFEITE.DAT".
       01 REGNFEITE.
           03 CHAVENI.
               05 CNPJNI    PIC 9(15).
               05 NUMNFNI   PIC X(10).
               05 SERIENI   PIC X(03).
               05 SEQNI     PIC 9(03).
           03 NUMPEDNI      PIC 9(06).
           03 SEQITEMNI     PIC 9(02).
           03 CODPRODNI     PIC 9(06).
           03 QTDNI         PIC 9(05)V9.
           03 VALORNI       PIC 9(08)V99.
           03 CFOPNI        PIC 9(04).
           03 BASEICMSNI    PIC 9(08)V99.
           03 ALIQICMSNI    PIC 9(02)V99.
           03 VALICMSNI     PIC 9(08)V99.
           03 VALIPINI      PIC 9(08)V99.
           03 VALSTNI       PIC 9(08)V99.
           03 CREDICMSNI    PIC X(01).
           03 CREDIPINI     PIC X(01).
           03 CUSTOLIQNI    PIC 9(07)V99.
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).
      *
       FD ARQLRETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLRE.DOC".
       01 REGLRETX            PIC X(140).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 NE-ERRO    PIC X(02) VALUE "00".
       01 NI-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-COMPET.
           03 W-ANOCOMP  PIC 9(04) VALUE ZEROS.
           03 W-MESCOMP  PIC 9(02) VALUE ZEROS.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
       01 W-QTDNF    PIC 9(04) VALUE ZEROS.
       01 IX         PIC 9(02) VALUE ZEROS.
       01 W-CONTAB   PIC 9(08)V99 VALUE ZEROS.
       01 W-BASECR   PIC 9(08)V99 VALUE ZEROS.
       01 W-ICMSCR   PIC 9(08)V99 VALUE ZEROS.
       01 W-IPICR    PIC 9(08)V99 VALUE ZEROS.
      *
      *    VALORES DA NF CORRENTE AGRUPADOS POR CFOP.
       01 W-QTDDOC   PIC 9(02) VALUE ZEROS.
       01 TABDOC.
           03 DOC-ITEM OCCURS 20.
              05 DOC-CFOP    PIC 9(04).
              05 DOC-CONTAB  PIC 9(08)V99.
              05 DOC-BASE    PIC 9(08)V99.
              05 DOC-ICMS    PIC 9(08)V99.
              05 DOC-IPI     PIC 9(08)V99.
      *
      *    RESUMO DO MES POR CFOP.
       01 W-QTDCF    PIC 9(02) VALUE ZEROS.
       01 TABCF.
           03 CF-ITEM OCCURS 50.
              05 CF-CFOP     PIC 9(04).
              05 CF-CONTAB   PIC 9(09)V99.
              05 CF-BASE     PIC 9(09)V99.
              05 CF-ICMS     PIC 9(09)V99.
              05 CF-IPI      PIC 9(09)V99.
       01 W-CFANT     PIC 9(04) VALUE ZEROS.
       01 W-CFMIN     PIC 9(04) VALUE ZEROS.
       01 W-TOTCONTAB PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTBASE   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTICMS   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIPI    PIC 9(09)V99 VALUE ZEROS.
      *
       01  CABL1.
           05  FILLER   PIC X(44) VALUE
           "*** LIVRO DE REGISTRO DE ENTRADAS ***       ".
           05  FILLER   PIC X(13) VALUE "COMPETENCIA: ".
           05  CABMESTX  VALUE ZEROS PIC 99.
           05  FILLER   PIC X(01) VALUE "/".
           05  CABANOTX  VALUE ZEROS PIC 9999.

       01  CABL2.
           05  FILLER   PIC X(51) VALUE
           "ENTRADA  ESP SER NUMERO     EMISSAO  FORNECEDOR    ".
           05  FILLER   PIC X(54) VALUE
           "CFOP  VALOR CONTABIL    BASE ICMS   ICMS CRED.   IPI C".
           05  FILLER   PIC X(20) VALUE
           "RED.        OUTRAS".

       01  DETL.
           05  LDATATX   VALUE ZEROS  PIC 9(8).
           05  FILLER    PIC X(01) VALUE " ".
           05  FILLER    PIC X(04) VALUE "NFE ".
           05  LSERIETX  VALUE SPACES PIC X(03).
           05  FILLER    PIC X(01) VALUE " ".
           05  LNUMNFTX  VALUE SPACES PIC X(10).
           05  FILLER    PIC X(01) VALUE " ".
           05  LEMISTX   VALUE ZEROS  PIC 9(8).
           05  FILLER    PIC X(01) VALUE " ".
           05  LFORNTX   VALUE SPACES PIC X(12).
           05  FILLER    PIC X(02) VALUE "  ".
           05  LCFOPTX   VALUE ZEROS  PIC 9.999.
           05  FILLER    PIC X(01) VALUE " ".
           05  LCONTABTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  LBASETX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  LICMSTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  LIPITX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  LOUTRASTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CABR1.
           05  FILLER   PIC X(40) VALUE
           "*** RESUMO POR CFOP ***".

       01  DETR.
           05  FILLER    PIC X(05) VALUE "CFOP ".
           05  RCFOPTX   VALUE ZEROS  PIC 9.999.
           05  FILLER    PIC X(01) VALUE " ".
           05  RCONTABTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  RBASETX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  RICMSTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  RIPITX    VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  ROUTRASTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  TOTL1.
           05  FILLER    PIC X(10) VALUE "TOTAL     ".
           05  TCONTABTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  TBASETX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  TICMSTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  TIPITX    VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER    PIC X(01) VALUE " ".
           05  TOUTRASTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  TOTL2.
           05  FILLER    PIC X(34) VALUE
           "NOTAS FISCAIS ESCRITURADAS......: ".
           05  TQTDNFTX  VALUE ZEROS  PIC ZZZ9.

       01  LINSEP       PIC X(140) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** LIVRO DE REGISTRO DE ENTRADAS ***".
           05  LINE 05  COLUMN 05
               VALUE  "NOTAS FISCAIS DE ENTRADA ESCRITURADAS NO".
           05  LINE 06  COLUMN 05
               VALUE  "RECEBIMENTO (STP023), PELA DATA DE ENTRADA.".
           05  LINE 09  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  TW-COMPET
               LINE 09  COLUMN 28  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQNFECAB
           IF NE-ERRO NOT = "00"
              MOVE "* NAO HA NF DE ENTRADA ESCRITURADA (STP023) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQNFEITE
           IF NI-ERRO NOT = "00"
              MOVE "* NAO HA ITENS DE NF DE ENTRADA (STP023) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQNFECAB
              GO TO ROT-FIM2.
           OPEN INPUT CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FORNECEDOR NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQNFECAB ARQNFEITE
              GO TO ROT-FIM2.
       R0A.
           DISPLAY TELA
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.
       R1.
           MOVE ZEROS TO W-COMPET
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-MESCOMP < 1 OR W-MESCOMP > 12 OR W-ANOCOMP < 2000
              MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       R2.
           OPEN OUTPUT ARQLRETX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQLRE.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           COMPUTE W-DATAINI = W-ANOCOMP * 10000 + W-MESCOMP * 100
                             + 1
           COMPUTE W-DATAFIM = W-ANOCOMP * 10000 + W-MESCOMP * 100
                             + 31
           MOVE W-MESCOMP TO CABMESTX
           MOVE W-ANOCOMP TO CABANOTX
           MOVE ZEROS TO W-QTDNF W-QTDCF IX
           PERFORM LIMPA-CF THRU LIMPA-CF-FIM
           WRITE REGLRETX FROM LINSEP
           WRITE REGLRETX FROM CABL1
           WRITE REGLRETX FROM LINSEP
           WRITE REGLRETX FROM CABL2
           WRITE REGLRETX FROM LINSEP
           MOVE W-DATAINI TO DATAENTNE
           START ARQNFECAB KEY IS NOT LESS DATAENTNE
              INVALID KEY
                 GO TO ROT-RESUMO.
      *
      *    NOTAS DO MES PELA DATA DE ENTRADA (CHAVE ALTERNADA).
       LER-NF.
           READ ARQNFECAB NEXT
           IF NE-ERRO NOT = "00"
              GO TO ROT-RESUMO.
           IF DATAENTNE > W-DATAFIM
              GO TO ROT-RESUMO.
           ADD 1 TO W-QTDNF
           MOVE CNPJNE TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE ZEROS TO W-QTDDOC
           PERFORM SOMA-DOC THRU SOMA-DOC-FIM
           MOVE ZEROS TO IX
           PERFORM IMP-DOC THRU IMP-DOC-FIM
           GO TO LER-NF.
      *
      *    AGRUPA OS ITENS DA NF POR CFOP. VALOR CONTABIL = PRODUTO
      *    + IPI + ST; BASE E ICMS SO ENTRAM QUANDO HA CREDITO.
       SOMA-DOC.
           MOVE CNPJNE  TO CNPJNI
           MOVE NUMNFNE TO NUMNFNI
           MOVE SERIENE TO SERIENI
           MOVE ZEROS   TO SEQNI
           START ARQNFEITE KEY IS GREATER CHAVENI
              INVALID KEY
                 GO TO SOMA-DOC-FIM.
       SOMA-DOC1.
           READ ARQNFEITE NEXT
           IF NI-ERRO NOT = "00"
              GO TO SOMA-DOC-FIM.
           IF CNPJNI NOT = CNPJNE OR NUMNFNI NOT = NUMNFNE
                                  OR SERIENI NOT = SERIENE
              GO TO SOMA-DOC-FIM.
           COMPUTE W-CONTAB = VALORNI + VALIPINI + VALSTNI
           MOVE ZEROS TO W-BASECR W-ICMSCR W-IPICR
           IF CREDICMSNI = "S"
              MOVE BASEICMSNI TO W-BASECR
              MOVE VALICMSNI  TO W-ICMSCR.
           IF CREDIPINI = "S"
              MOVE VALIPINI TO W-IPICR.
           MOVE ZEROS TO IX.
       SOMA-DOC2.
           ADD 1 TO IX
           IF IX > W-QTDDOC
              IF W-QTDDOC NOT < 20
                 GO TO SOMA-DOC1
              ELSE
                 ADD 1 TO W-QTDDOC
                 MOVE W-QTDDOC TO IX
                 MOVE CFOPNI TO DOC-CFOP (IX)
                 MOVE ZEROS  TO DOC-CONTAB (IX) DOC-BASE (IX)
                 MOVE ZEROS  TO DOC-ICMS (IX) DOC-IPI (IX)
                 GO TO SOMA-DOC3.
           IF DOC-CFOP (IX) NOT = CFOPNI
              GO TO SOMA-DOC2.
       SOMA-DOC3.
           ADD W-CONTAB TO DOC-CONTAB (IX)
           ADD W-BASECR TO DOC-BASE (IX)
           ADD W-ICMSCR TO DOC-ICMS (IX)
           ADD W-IPICR  TO DOC-IPI (IX)
           GO TO SOMA-DOC1.
       SOMA-DOC-FIM.
           EXIT.
      *
      *    UMA LINHA POR CFOP DA NF, ACUMULANDO O RESUMO DO MES.
       IMP-DOC.
           ADD 1 TO IX
           IF IX > W-QTDDOC
              GO TO IMP-DOC-FIM.
           MOVE DATAENTNE TO LDATATX
           MOVE SERIENE   TO LSERIETX
           MOVE NUMNFNE   TO LNUMNFTX
           MOVE EMISSAONE TO LEMISTX
           MOVE NOME      TO LFORNTX
           MOVE DOC-CFOP (IX)   TO LCFOPTX
           MOVE DOC-CONTAB (IX) TO LCONTABTX
           MOVE DOC-BASE (IX)   TO LBASETX
           MOVE DOC-ICMS (IX)   TO LICMSTX
           MOVE DOC-IPI (IX)    TO LIPITX
           COMPUTE LOUTRASTX = DOC-CONTAB (IX) - DOC-BASE (IX)
           WRITE REGLRETX FROM DETL
           PERFORM ACUM-CF THRU ACUM-CF-FIM
           GO TO IMP-DOC.
       IMP-DOC-FIM.
           EXIT.
      *
      *    LOCALIZA (OU ABRE) O CFOP NO RESUMO DO MES. O 51. CFOP
      *    DISTINTO NAO ESTOURA O OCCURS - FICA SO NAS LINHAS.
       ACUM-CF.
           MOVE ZEROS TO W-CONT.
       ACUM-CF1.
           ADD 1 TO W-CONT
           IF W-CONT > W-QTDCF
              IF W-QTDCF NOT < 50
                 GO TO ACUM-CF-FIM
              ELSE
                 ADD 1 TO W-QTDCF
                 MOVE W-QTDCF TO W-CONT
                 MOVE DOC-CFOP (IX) TO CF-CFOP (W-CONT)
                 GO TO ACUM-CF2.
           IF CF-CFOP (W-CONT) NOT = DOC-CFOP (IX)
              GO TO ACUM-CF1.
       ACUM-CF2.
           ADD DOC-CONTAB (IX) TO CF-CONTAB (W-CONT)
           ADD DOC-BASE (IX)   TO CF-BASE (W-CONT)
           ADD DOC-ICMS (IX)   TO CF-ICMS (W-CONT)
           ADD DOC-IPI (IX)    TO CF-IPI (W-CONT).
       ACUM-CF-FIM.
           EXIT.
      *
       LIMPA-CF.
           ADD 1 TO IX
           IF IX > 50
              GO TO LIMPA-CF-FIM.
           MOVE ZEROS TO CF-CFOP (IX) CF-CONTAB (IX) CF-BASE (IX)
           MOVE ZEROS TO CF-ICMS (IX) CF-IPI (IX)
           GO TO LIMPA-CF.
       LIMPA-CF-FIM.
           EXIT.
      *
      *    RESUMO POR CFOP EM ORDEM DE CODIGO (SELECAO DO MENOR AINDA
      *    NAO IMPRESSO A CADA PASSADA).
       ROT-RESUMO.
           MOVE SPACES TO REGLRETX
           WRITE REGLRETX
           WRITE REGLRETX FROM LINSEP
           WRITE REGLRETX FROM CABR1
           WRITE REGLRETX FROM LINSEP
           MOVE ZEROS TO W-TOTCONTAB W-TOTBASE W-TOTICMS W-TOTIPI
           MOVE ZEROS TO W-CFANT.
       ROT-RESUMO1.
           MOVE 9999 TO W-CFMIN
           MOVE ZEROS TO IX W-CONT.
       ROT-RESUMO2.
           ADD 1 TO W-CONT
           IF W-CONT > W-QTDCF
              GO TO ROT-RESUMO3.
           IF CF-CFOP (W-CONT) > W-CFANT
                               AND CF-CFOP (W-CONT) < W-CFMIN
              MOVE CF-CFOP (W-CONT) TO W-CFMIN
              MOVE W-CONT TO IX.
           GO TO ROT-RESUMO2.
       ROT-RESUMO3.
           IF IX = ZEROS
              GO TO ROT-TOTAL.
           MOVE CF-CFOP (IX)   TO RCFOPTX W-CFANT
           MOVE CF-CONTAB (IX) TO RCONTABTX
           MOVE CF-BASE (IX)   TO RBASETX
           MOVE CF-ICMS (IX)   TO RICMSTX
           MOVE CF-IPI (IX)    TO RIPITX
           COMPUTE ROUTRASTX = CF-CONTAB (IX) - CF-BASE (IX)
           WRITE REGLRETX FROM DETR
           ADD CF-CONTAB (IX) TO W-TOTCONTAB
           ADD CF-BASE (IX)   TO W-TOTBASE
           ADD CF-ICMS (IX)   TO W-TOTICMS
           ADD CF-IPI (IX)    TO W-TOTIPI
           GO TO ROT-RESUMO1.
      *
       ROT-TOTAL.
           MOVE W-TOTCONTAB TO TCONTABTX
           MOVE W-TOTBASE   TO TBASETX
           MOVE W-TOTICMS   TO TICMSTX
           MOVE W-TOTIPI    TO TIPITX
           COMPUTE TOUTRASTX = W-TOTCONTAB - W-TOTBASE
           MOVE W-QTDNF     TO TQTDNFTX
           WRITE REGLRETX FROM LINSEP
           WRITE REGLRETX FROM TOTL1
           WRITE REGLRETX FROM TOTL2
           CLOSE ARQLRETX
           MOVE "** LIVRO GRAVADO EM ARQLRE.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           CLOSE ARQNFECAB ARQNFEITE CADFORN.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
               MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
               EXIT.
       FIM-ROT-TEMPO.
