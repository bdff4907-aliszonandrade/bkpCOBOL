       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP089.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RANKING DA AVALIACAO DE DESEMPENHO             *
      * CLASSIFICA AS AVALIACOES CONCLUIDAS DO CICLO   *
      * (ARQAVAL, FPP087) POR DEPARTAMENTO E CARGO,    *
      * DA MAIOR PARA A MENOR NOTA FINAL. A TABELA E   *
      * MONTADA EM MEMORIA JA ORDENADA (INSERCAO).     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.

           SELECT ARQAVAL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAV
                       FILE STATUS  IS AV-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DEP-ERRO
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQCARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODECARGO
                       FILE STATUS  IS CARG-ERRO
                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 GENEROAUX PIC X(1).
           03 GENERO.
               05 GENERO1 PIC X(1).
               05 GENERO2 PIC X(26).
           03 STATUSAUX PIC X.
           03 STATUSF.
               05 STATUSF1 PIC X.
               05 STATUSF2 PIC X(15).
           03 DATANASC.
               05 ANO              PIC 9(4).
               05 MES              PIC 9(2).
               05 DIA              PIC 9(2).
           03 SEXO PIC X.
           03 SEXO2 PIC X(9).
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 NIVELS PIC 9(2).
           03 IMP PIC X.
           03 IMP2 PIC X(11).
           03 QTDDEP PIC 9.
           03 ADMISSAO.
               05 ANOADM           PIC 9(4).
               05 MESADM           PIC 9(2).
               05 DIAADM           PIC 9(2).
           03 DEMISSAO.
               05 ANODEM           PIC 9(4).
               05 MESDEM           PIC 9(2).
               05 DIADEM           PIC 9(2).
           03 HORASEXTRAS          PIC 9(03).
           03 BANCO               PIC 9(03).
           03 AGENCIA             PIC 9(04).
           03 CONTA               PIC 9(08).
           03 CONTADV             PIC 9(01).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ESTADOCIVILAUX PIC X(1).
           03 ESTADOCIVIL.
               05 ESTADOCIVIL1 PIC X(1).
               05 ESTADOCIVIL2 PIC X(16).
           03 CPF PIC 9(11).
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
      *
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 STATUSDAUX PIC X(1).
           03 STATUSD.
               05 STATUSD1 PIC X(1).
               05 STATUSD2 PIC X(14).
           03 NIVELHAUX PIC 9(2).
           03 NIVELH.
               05 NIVELH1 PIC 9(2).
               05 NIVELH2 PIC X(28).
           03 CODDEPPAI PIC 9(3).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
      *
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODECARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 TIPOSALARIOAUX PIC X(1).
           03 TIPOSALARIO.
               05 TIPOSALARIO1 PIC X(1).
               05 TIPOSALARIO2 PIC X(14).
           03 STATUSCAUX PIC X.
           03 STATUSC.
               05 STATUSC1 PIC X.
               05 STATUSC2 PIC X(15).
           03 SALARIO PIC 9(06)V99.
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ADICIONALAUX PIC X(1).
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(100).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELCAT.DAT".
       01 REGRELCAT.
           03 CHAVERC.
               05 DATARC  PIC 9(8).
               05 HORARC  PIC 9(6).
               05 PROGRC  PIC X(8).
           03 COMPETRC    PIC 9(6).
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 AV-ERRO    PIC X(02) VALUE "00".
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 CARG-ERRO  PIC X(02) VALUE "00".
       77 W-DEP-OK   PIC X(01) VALUE "N".
       77 W-CARG-OK  PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-CICLO    PIC 9(04) VALUE ZEROS.
       01 W-HOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MDHOJE  PIC 9(4) VALUE ZEROS.
       01 IX         PIC 9(04) VALUE ZEROS.
       01 IY         PIC 9(04) VALUE ZEROS.
       01 IZ         PIC 9(04) VALUE ZEROS.
       01 W-QTDRK    PIC 9(04) VALUE ZEROS.
       01 W-QTDFORA  PIC 9(04) VALUE ZEROS.
       01 W-POSICAO  PIC 9(04) VALUE ZEROS.
       01 W-DEPANT   PIC 9(03) VALUE ZEROS.
       01 W-CARGOANT PIC 9(03) VALUE ZEROS.
      *
      *    ITEM DO RANKING. A CHAVE ORDENA POR DEPARTAMENTO, CARGO E
      *    NOTA DECRESCENTE (COMPLEMENTO DA NOTA).
       01 W-RK-ITEM.
           03 W-RK-CHAVE.
              05 W-RK-DEP    PIC 9(03).
              05 W-RK-CARGO  PIC 9(03).
              05 W-RK-INV    PIC 9(04).
              05 W-RK-FUNC   PIC 9(06).
           03 W-RK-NOME      PIC X(30).
           03 W-RK-NOTA      PIC 9(02)V99.
           03 W-RK-CONC      PIC X(01).
           03 W-RK-STATUS    PIC X(01).
       01 TAB-RK.
           03 RK-ITEM OCCURS 1000.
              05 RK-CHAVE.
                 07 RK-DEP    PIC 9(03).
                 07 RK-CARGO  PIC 9(03).
                 07 RK-INV    PIC 9(04).
                 07 RK-FUNC   PIC 9(06).
              05 RK-NOME      PIC X(30).
              05 RK-NOTA      PIC 9(02)V99.
              05 RK-CONC      PIC X(01).
              05 RK-STATUS    PIC X(01).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(031) VALUE
           "-------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** RANKING DA AVALIACAO DE DESEMPENHO *** ".
           05  FILLER                 PIC X(07) VALUE
           "CICLO: ".
           05  CICLOTX  VALUE ZEROS   PIC 9(04).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDEP.
           05  FILLER          PIC X(07) VALUE "DEPTO: ".
           05  DEPCODTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(03) VALUE " - ".
           05  DEPNOMETX       VALUE SPACES PIC X(25).

       01  CABCARGO.
           05  FILLER          PIC X(09) VALUE "  CARGO: ".
           05  CARGOCODTX      VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(03) VALUE " - ".
           05  CARGONOMETX     VALUE SPACES PIC X(25).

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "    POS  CODIGO NOME                            NO".
           05  FILLER                 PIC X(038) VALUE
           "TA   CONCEITO      SITUACAO".

       01  DET.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DETPOSTX        VALUE ZEROS  PIC ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETNOTATX       VALUE ZEROS  PIC Z9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETCONCTX       VALUE SPACES PIC X(12).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(10).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "AVALIACOES CONCLUIDAS NO CICLO........: ".
           05  TOTQTDTX    VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "NAO CLASSIFICADAS (LIMITE DA TABELA)..: ".
           05  TOTFORATX   VALUE ZEROS  PIC ZZZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 13
               VALUE  "*** RANKING DA AVALIACAO DE DESEMPENHO ***".
           05  LINE 05  COLUMN 05
               VALUE  "CLASSIFICA AS AVALIACOES CONCLUIDAS DO CICLO".
           05  LINE 06  COLUMN 05
               VALUE  "POR DEPARTAMENTO E CARGO.".
           05  LINE 08  COLUMN 05
               VALUE  "CICLO (AAAA)               :".
           05  TW-CICLO
               LINE 08  COLUMN 35  PIC 9(04)
               USING  W-CICLO
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
           05  TW-OPCAO
               LINE 10  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-ANOHOJE TO W-CICLO
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-CIC.
           ACCEPT TW-CICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-CICLO < 2000 OR W-CICLO > 2999
              MOVE "* CICLO INVALIDO, USE AAAA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CIC.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQAVAL
           IF AV-ERRO NOT = "00"
              MOVE "* NENHUMA AVALIACAO CADASTRADA NO FPP087 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQAVAL
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DEP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           MOVE "N" TO W-CARG-OK
           OPEN INPUT ARQCARG
           IF CARG-ERRO = "00"
              MOVE "S" TO W-CARG-OK.
           MOVE ZEROS TO W-QTDRK W-QTDFORA.
      *
      *    CARGA DA TABELA: SO AVALIACOES CONCLUIDAS (A OU K) DO
      *    CICLO, COM O DEPARTAMENTO E O CARGO ATUAIS DO FUNCIONARIO.
       LER-AVAL.
           READ ARQAVAL NEXT
           IF AV-ERRO NOT = "00"
              GO TO ROT-IMP.
           IF CICLOAV NOT = W-CICLO
              GO TO LER-AVAL.
           IF STATUSAV NOT = "A" AND STATUSAV NOT = "K"
              GO TO LER-AVAL.
           MOVE FUNCAV TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              GO TO LER-AVAL.
           MOVE DEPFUNC     TO W-RK-DEP
           MOVE CARGOFUNC   TO W-RK-CARGO
           COMPUTE W-RK-INV = 9999 - NOTAFINALAV * 100
           MOVE FUNCAV      TO W-RK-FUNC
           MOVE NOMEFUNC    TO W-RK-NOME
           MOVE NOTAFINALAV TO W-RK-NOTA
           MOVE CONCEITOAV  TO W-RK-CONC
           MOVE STATUSAV    TO W-RK-STATUS
           PERFORM INS-TAB THRU INS-TAB-FIM
           GO TO LER-AVAL.
      *
       ROT-IMP.
           IF W-QTDRK = ZEROS
              MOVE "* NENHUMA AVALIACAO CONCLUIDA NO CICLO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CICLO TO CICLOTX
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE ZEROS TO IX.
       IMP-RK.
           ADD 1 TO IX
           IF IX > W-QTDRK
              GO TO ROT-TOTAL.
           IF IX = 1 OR RK-DEP (IX) NOT = W-DEPANT
              PERFORM NOVO-DEP THRU NOVO-DEP-FIM.
           IF RK-CARGO (IX) NOT = W-CARGOANT
              PERFORM NOVO-CARGO THRU NOVO-CARGO-FIM.
           ADD 1 TO W-POSICAO
           MOVE W-POSICAO     TO DETPOSTX
           MOVE RK-FUNC (IX)  TO DETFUNCTX
           MOVE RK-NOME (IX)  TO DETNOMETX
           MOVE RK-NOTA (IX)  TO DETNOTATX
           MOVE "INSUFICIENTE" TO DETCONCTX
           IF RK-CONC (IX) = "E"
              MOVE "EXCELENTE" TO DETCONCTX.
           IF RK-CONC (IX) = "B"
              MOVE "BOM" TO DETCONCTX.
           IF RK-CONC (IX) = "R"
              MOVE "REGULAR" TO DETCONCTX.
           MOVE "AVALIADO" TO DETSITTX
           IF RK-STATUS (IX) = "K"
              MOVE "CIENTE" TO DETSITTX.
           WRITE REGFUNCIONARIOTX FROM DET
           GO TO IMP-RK.
      *
       ROT-TOTAL.
           MOVE W-QTDRK   TO TOTQTDTX
           MOVE W-QTDFORA TO TOTFORATX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           IF W-QTDFORA NOT = ZEROS
              WRITE REGFUNCIONARIOTX FROM LINHA-TOT2.
           CLOSE ARQFUNCTX
           COMPUTE COMPETRC = W-CICLO * 100 + 12
           MOVE W-QTDRK TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RANKING GRAVADO - VER O RELATORIO FPP089 **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    QUEBRA POR DEPARTAMENTO: CABECALHO E PRIMEIRO CARGO.
       NOVO-DEP.
           MOVE RK-DEP (IX) TO W-DEPANT CODDEP DEPCODTX
           MOVE SPACES TO DEPNOMETX
           IF W-DEP-OK = "S"
              READ ARQDEP
              IF DEP-ERRO = "00"
                 MOVE NOMEDEP TO DEPNOMETX.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CABDEP
           PERFORM NOVO-CARGO THRU NOVO-CARGO-FIM.
       NOVO-DEP-FIM.
           EXIT.
      *
      *    QUEBRA POR CARGO: A POSICAO RECOMECA.
       NOVO-CARGO.
           MOVE RK-CARGO (IX) TO W-CARGOANT CODECARGO CARGOCODTX
           MOVE ZEROS TO W-POSICAO
           MOVE SPACES TO CARGONOMETX
           IF W-CARG-OK = "S"
              READ ARQCARG
              IF CARG-ERRO = "00"
                 MOVE NOMECARGO TO CARGONOMETX.
           WRITE REGFUNCIONARIOTX FROM CABCARGO
           WRITE REGFUNCIONARIOTX FROM CABDET.
       NOVO-CARGO-FIM.
           EXIT.
      *
      *    INSERE W-RK-ITEM NA TABELA MANTENDO A ORDEM DA CHAVE:
      *    DESLOCA PARA BAIXO OS ITENS DE CHAVE MAIOR.
       INS-TAB.
           IF W-QTDRK NOT < 1000
              ADD 1 TO W-QTDFORA
              GO TO INS-TAB-FIM.
           MOVE W-QTDRK TO IY.
       INS-TAB1.
           IF IY = ZEROS
              GO TO INS-TAB2.
           IF RK-CHAVE (IY) NOT > W-RK-CHAVE
              GO TO INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE RK-ITEM (IY) TO RK-ITEM (IZ)
           SUBTRACT 1 FROM IY
           GO TO INS-TAB1.
       INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE W-RK-ITEM TO RK-ITEM (IZ)
           ADD 1 TO W-QTDRK.
       INS-TAB-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQAVAL ARQFUNC.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           IF W-CARG-OK = "S"
              CLOSE ARQCARG.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA E DATA DA EMISSAO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP089-" DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
       MONTA-NOME-FIM.
           EXIT.
      *
      *    REGISTRA A EMISSAO NO CATALOGO DE RELATORIOS.
       GRAVA-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO GRAVA-CAT-FIM.
           MOVE W-DATARELC TO DATARC
           MOVE W-HORARELC TO HORARC
           MOVE "FPP089" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
