      * LISTA, POR IMPOSTO (IRRF E ISS), AS RETENCOES  *
      * DOS TITULOS DE SERVICO (STP050) BAIXADOS NA    *
      * COMPETENCIA, COM O TOTAL A RECOLHER DE CADA UM.*
      * O ISS SAI TAMBEM SEPARADO POR MUNICIPIO DA     *
      * PRESTACAO (UMA GUIA PARA CADA PREFEITURA).     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT ARQMUNIC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODIBGE-MU
                   FILE STATUS  IS MU-ERRO.

           SELECT ARQGUIATX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
           03 PERCISS       PIC 9(02)V99.
           03 IRRFTIT       PIC 9(08)V99.
           03 ISSTIT        PIC 9(08)V99.
           03 DTDESCTIT     PIC 9(08).
           03 PERCDESCTIT   PIC 9(02)V99.
           03 PERCMULTATIT  PIC 9(02)V99.
           03 JURODIATIT    PIC 9(01)V9999.
           03 VALPAGOTIT    PIC 9(08)V99.
      *    MUNICIPIO (IBGE) E ITEM DA LC 116 DO SERVICO PRESTADO:
      *    DEFINEM A ALIQUOTA DO ISS PELA TABELA DO STP072.
           03 MUNISSTIT     PIC 9(07).
           03 SERVISSTIT    PIC X(05).
      *
      *    MUNICIPIOS PELO CODIGO IBGE (STP053).
       FD ARQMUNIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMUNIC.DAT".
       01 REGMUNIC.
          03 CODIBGE-MU        PIC 9(07).
          03 NOMEMUNIC         PIC X(30).
          03 UFMUNIC           PIC X(02).
      *
       FD ARQGUIATX
               LABEL RECORD IS STANDARD
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 TI-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 MU-ERRO    PIC X(02) VALUE "00".
       01 W-MU-OK    PIC X(01) VALUE "N".
      *
      *    ISS RETIDO POR MUNICIPIO DA PRESTACAO.
       01 W-QTDMN    PIC 9(03) VALUE ZEROS.
       01 IMN        PIC 9(03) VALUE ZEROS.
       01 TABMUN.
           03 MN-ITEM OCCURS 200.
               05 MN-COD     PIC 9(07).
               05 MN-QTD     PIC 9(04).
               05 MN-BASE    PIC 9(10)V99.
               05 MN-ISS     PIC 9(10)V99.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
           "TITULOS DE SERVICO BAIXADOS.....:   ".
           05  TOTQTDTX VALUE ZEROS  PIC ZZZ9.

       01  CABM1.
           05  FILLER   PIC X(50) VALUE
           "*** ISS A RECOLHER POR MUNICIPIO DA PRESTACAO *** ".

       01  CABM2.
           05  FILLER   PIC X(47) VALUE
           "IBGE    MUNICIPIO                      UF TIT. ".
           05  FILLER   PIC X(36) VALUE
           "    BASE DE CALCULO      ISS RETIDO".

       01  DETM.
           05  MCODTX   VALUE ZEROS  PIC 9(7).
           05  FILLER   PIC X(1) VALUE " ".
           05  MNOMETX  VALUE SPACES PIC X(30).
           05  FILLER   PIC X(1) VALUE " ".
           05  MUFTX    VALUE SPACES PIC X(2).
           05  FILLER   PIC X(1) VALUE " ".
           05  MQTDTX   VALUE ZEROS  PIC ZZZ9.
           05  FILLER   PIC X(3) VALUE SPACES.
           05  MBASETX  VALUE ZEROS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(1) VALUE " ".
           05  MISSTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEP       PIC X(95) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
              MOVE "* NAO HA TITULOS CADASTRADOS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQMUNIC
           IF MU-ERRO = "00"
              MOVE "S" TO W-MU-OK.
           OPEN OUTPUT ARQGUIATX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQGUIARET.DOC" TO MENS
           MOVE IRRFTIT  TO GIRRFTX
           MOVE ISSTIT   TO GISSTX
           WRITE REGGUIATX FROM DETG
           IF ISSTIT NOT = ZEROS
              PERFORM SOMA-MUN THRU SOMA-MUN-FIM.
           GO TO LER-TIT1.
      *
       ROT-TOTAL.
           WRITE REGGUIATX FROM TOTG1
           WRITE REGGUIATX FROM TOTG2
           WRITE REGGUIATX FROM TOTG3
           PERFORM GUIA-MUN THRU GUIA-MUN-FIM
           CLOSE ARQGUIATX
           MOVE "** GUIA GRAVADA EM ARQGUIARET.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *
      *    ACUMULA O ISS DO TITULO NO MUNICIPIO DA PRESTACAO
      *    (TITULO ANTIGO, SEM MUNICIPIO, FICA NO CODIGO ZERO).
       SOMA-MUN.
           MOVE ZEROS TO IMN.
       SOMA-MUN1.
           ADD 1 TO IMN
           IF IMN > W-QTDMN
              GO TO SOMA-MUN2.
           IF MN-COD (IMN) = MUNISSTIT
              GO TO SOMA-MUN3.
           GO TO SOMA-MUN1.
       SOMA-MUN2.
           IF W-QTDMN = 200
              GO TO SOMA-MUN-FIM.
           ADD 1 TO W-QTDMN
           MOVE W-QTDMN   TO IMN
           MOVE MUNISSTIT TO MN-COD (IMN)
           MOVE ZEROS TO MN-QTD (IMN) MN-BASE (IMN) MN-ISS (IMN).
       SOMA-MUN3.
           ADD 1        TO MN-QTD (IMN)
           ADD VALORTIT TO MN-BASE (IMN)
           ADD ISSTIT   TO MN-ISS (IMN).
       SOMA-MUN-FIM.
           EXIT.
      *
      *    UMA LINHA (GUIA) POR MUNICIPIO.
       GUIA-MUN.
           IF W-QTDMN = ZEROS
              GO TO GUIA-MUN-FIM.
           MOVE SPACES TO REGGUIATX
           WRITE REGGUIATX
           WRITE REGGUIATX FROM LINSEP
           WRITE REGGUIATX FROM CABM1
           WRITE REGGUIATX FROM CABM2
           WRITE REGGUIATX FROM LINSEP
           MOVE ZEROS TO IMN.
       GUIA-MUN1.
           ADD 1 TO IMN
           IF IMN > W-QTDMN
              GO TO GUIA-MUN-FIM.
           MOVE MN-COD (IMN)  TO MCODTX
           MOVE MN-QTD (IMN)  TO MQTDTX
           MOVE MN-BASE (IMN) TO MBASETX
           MOVE MN-ISS (IMN)  TO MISSTX
           MOVE SPACES TO MNOMETX MUFTX
           IF MN-COD (IMN) = ZEROS
              MOVE "MUNICIPIO NAO INFORMADO" TO MNOMETX
           ELSE
              IF W-MU-OK = "S"
                 MOVE MN-COD (IMN) TO CODIBGE-MU
                 READ ARQMUNIC
                 IF MU-ERRO = "00"
                    MOVE NOMEMUNIC TO MNOMETX
                    MOVE UFMUNIC   TO MUFTX.
           WRITE REGGUIATX FROM DETM
           GO TO GUIA-MUN1.
       GUIA-MUN-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPAGAR
           IF W-MU-OK = "S"
              CLOSE ARQMUNIC.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
