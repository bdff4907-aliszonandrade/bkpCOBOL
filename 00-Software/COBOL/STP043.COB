      *    LIQUIDO DA ULTIMA COMPETENCIA DO ARQFOLHA   *
      *    (PAGAMENTO ESTIMADO NO DIA 5 DE CADA MES);  *
      *  - IPVA/LICENCIAMENTO/SEGURO NAO PAGOS DO      *
      *    ARQDOCVEIC (PROG1313/PROG1314);             *
      *  - GUIAS GPS/DARF DA FOLHA NAO PAGAS DO        *
      *    ARQGUIAS (FPP080), PELO VENCIMENTO.         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   RECORD KEY   IS CHAVEDC
                   FILE STATUS  IS DC-ERRO.

           SELECT ARQGUIAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEGU
                   FILE STATUS  IS GU-ERRO.

           SELECT ARQFLUXTX ASSIGN TO DISK
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
      *    RESULTADO DA FOLHA (FPP015): SO O LIQUIDO DA ULTIMA
      *    COMPETENCIA INTERESSA A PROJECAO.
          03 PAGDC             PIC 9(08).
          03 REFDC             PIC X(15).
          03 OPERADOR-DC       PIC X(08).
      *
      *    GUIAS DE ENCARGOS DA FOLHA APURADAS NO FPP080.
       FD ARQGUIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGUIAS.DAT".
       01 REGGUIA.
           03 CHAVEGU.
               05 COMPETGU         PIC 9(6).
               05 EMPGU            PIC 9(1).
               05 TIPOGU           PIC X(1).
           03 CODRECGU             PIC 9(4).
           03 VENCGU               PIC 9(8).
           03 VALORGU              PIC 9(8)V99.
           03 PAGGU                PIC 9(8).
           03 OPERADOR-GU          PIC X(08).
           03 DATAGRAVACAO-GU.
               05 DATAGRAV-GU PIC 9(8).
               05 HORAGRAV-GU PIC 9(6).
      *
       FD ARQFLUXTX
               LABEL RECORD IS STANDARD
       01 FL-ERRO    PIC X(02) VALUE "00".
       01 DC-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 GU-ERRO    PIC X(02) VALUE "00".
       01 W-PAG-OK   PIC X(01) VALUE "N".
       01 W-FL-OK    PIC X(01) VALUE "N".
       01 W-DC-OK    PIC X(01) VALUE "N".
       01 W-GU-OK    PIC X(01) VALUE "N".
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MESHOJE PIC 9(2) VALUE ZEROS.
              05 SEM-PAGAR  PIC 9(10)V99.
              05 SEM-FOLHA  PIC 9(10)V99.
              05 SEM-FROTA  PIC 9(10)V99.
              05 SEM-GUIAS  PIC 9(10)V99.
      *
       01  CABF1.
           05  FILLER   PIC X(46) VALUE
           05  FILLER   PIC X(40) VALUE
           "SEMANA   CONTAS A PAGAR          FOLHAS ".
           05  FILLER   PIC X(40) VALUE
           "ESTIMADAS        FROTA       ENCARGOS   ".
           05  FILLER   PIC X(16) VALUE
           "         TOTAL  ".

       01  DETF.
           05  SEMTX    VALUE SPACES PIC X(07).
           05  FILLER   PIC X(2) VALUE "  ".
           05  FROTATX  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(2) VALUE "  ".
           05  GUIASTX  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(2) VALUE "  ".
           05  TOTSEMTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  TOTF1.
           05  LINE 07  COLUMN 05
               VALUE  "TITULOS A PAGAR, FOLHAS ESTIMADAS E".
           05  LINE 08  COLUMN 05
               VALUE  "DOCUMENTOS DA FROTA E GUIAS GPS/DARF.".
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA A EMISSAO (S/N) :".
           05  TW-OPCAO
           OPEN INPUT ARQDOCVEIC
           IF DC-ERRO = "00"
              MOVE "S" TO W-DC-OK.
           MOVE "N" TO W-GU-OK
           OPEN INPUT ARQGUIAS
           IF GU-ERRO = "00"
              MOVE "S" TO W-GU-OK.
      *
      *    1) TITULOS EM ABERTO POR VENCIMENTO.
       ACU-PAGAR.
      *    SEGURO) POR VENCIMENTO.
       ACU-FROTA.
           IF W-DC-OK NOT = "S"
              GO TO ACU-GUIAS.
       ACU-FROTA1.
           READ ARQDOCVEIC NEXT
           IF DC-ERRO NOT = "00"
              GO TO ACU-GUIAS.
           IF PAGDC NOT = ZEROS OR VALORDC = ZEROS
              GO TO ACU-FROTA1.
           MOVE VENCDC TO W-DATAVC
           ADD VALORDC TO SEM-FROTA (W-SEM)
           GO TO ACU-FROTA1.
      *
      *    4) GUIAS GPS E DARF DA FOLHA AINDA NAO PAGAS, PELO
      *    VENCIMENTO CALCULADO NO FPP080.
       ACU-GUIAS.
           IF W-GU-OK NOT = "S"
              GO TO ROT-IMP.
       ACU-GUIAS1.
           READ ARQGUIAS NEXT
           IF GU-ERRO NOT = "00"
              GO TO ROT-IMP.
           IF PAGGU NOT = ZEROS OR VALORGU = ZEROS
              GO TO ACU-GUIAS1.
           MOVE VENCGU TO W-DATAVC
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           ADD VALORGU TO SEM-GUIAS (W-SEM)
           GO TO ACU-GUIAS1.
      *
      *    BALDE SEMANAL: DIFERENCA DE DIAS NA BASE 360/30; O QUE
      *    JA VENCEU CAI NA SEMANA 1 E O QUE PASSA DE 12 SEMANAS
      *    CAI NO BALDE "ALEM".
           MOVE SEM-PAGAR (IX) TO PAGARTX
           MOVE SEM-FOLHA (IX) TO FOLHATX
           MOVE SEM-FROTA (IX) TO FROTATX
           MOVE SEM-GUIAS (IX) TO GUIASTX
           COMPUTE W-TOTGERAL = SEM-PAGAR (IX) + SEM-FOLHA (IX)
                  + SEM-FROTA (IX) + SEM-GUIAS (IX)
           MOVE W-TOTGERAL TO TOTSEMTX
           WRITE REGFLUXTX FROM DETF
           GO TO ROT-IMP1.
              GO TO ROT-TOTAL2.
           COMPUTE W-TOTGERAL = W-TOTGERAL + SEM-PAGAR (IX)
                  + SEM-FOLHA (IX) + SEM-FROTA (IX)
                  + SEM-GUIAS (IX)
           GO TO ROT-TOTAL1.
       ROT-TOTAL2.
           MOVE W-TOTGERAL TO TOTGERTX
           IF IX > 13
              GO TO LIMPA-TAB-FIM.
           MOVE ZEROS TO SEM-PAGAR (IX) SEM-FOLHA (IX)
           MOVE ZEROS TO SEM-FROTA (IX) SEM-GUIAS (IX)
           GO TO LIMPA-TAB.
       LIMPA-TAB-FIM.
           EXIT.
              CLOSE ARQFOLHA.
           IF W-DC-OK = "S"
              CLOSE ARQDOCVEIC.
           IF W-GU-OK = "S"
              CLOSE ARQGUIAS.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
