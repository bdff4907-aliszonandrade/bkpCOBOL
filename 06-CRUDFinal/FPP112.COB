       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP112.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * VIAGENS A SERVICO E ADIANTAMENTOS (ARQVIAGEM)                 *
      * UMA SOLICITACAO POR VIAGEM: FUNCIONARIO, DESTINO, MOTIVO,     *
      * DATAS DE SAIDA E RETORNO, ADIANTAMENTO EM DINHEIRO E O MEIO   *
      * DE TRANSPORTE (VEICULO PROPRIO, DA FROTA OU OUTROS). OS       *
      * COMPROVANTES DE DESPESA SAO LANCADOS NO FPP113 E O ACERTO     *
      * (REEMBOLSO OU DESCONTO DO ADIANTAMENTO NA FOLHA) NO FPP114.   *
      * VIAGEM JA ACERTADA SO PODE SER CONSULTADA.                    *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVIAGEM ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMVG
                    ALTERNATE RECORD KEY IS FUNCVG WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQVIADESP ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEVD
                    FILE STATUS          IS VD-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT CADCARRO ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS PLACA
                    ALTERNATE RECORD KEY IS PROPRIETARIO WITH DUPLICATES
                    FILE STATUS          IS CAR-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    VIAGENS A SERVICO (FPP112). MEIOVG P = VEICULO PROPRIO
      *    (REEMBOLSO POR KM), F = VEICULO DA FROTA (DIARIO DE BORDO
      *    DO PROG1319), O = OUTROS (ONIBUS, AVIAO). SITVG A = ABERTA,
      *    L = LIQUIDADA NO ACERTO (FPP114). DESPVG E A SOMA DOS
      *    COMPROVANTES (FPP113); KM, VALOR DO KM, SALDO, DEVOLUCAO,
      *    COMPETENCIA, EVENTO E O DIARIO DE BORDO SAO GRAVADOS PELO
      *    ACERTO. SALDO POSITIVO E REEMBOLSO AO FUNCIONARIO, NEGATIVO
      *    E ADIANTAMENTO A DEVOLVER.
       FD ARQVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIAGEM.DAT".
       01 REGVIAGEM.
          03 NUMVG             PIC 9(06).
          03 FUNCVG            PIC 9(06).
          03 DESTVG            PIC X(30).
          03 MOTIVOVG          PIC X(40).
          03 DTSAIDAVG         PIC 9(08).
          03 DTRETVG           PIC 9(08).
          03 ADIANTVG          PIC 9(06)V99.
          03 DTADIANTVG        PIC 9(08).
          03 MEIOVG            PIC X(01).
          03 PLACAVG           PIC X(08).
          03 SITVG             PIC X(01).
          03 KMVG              PIC 9(05).
          03 VALKMVG           PIC 9(06)V99.
          03 DESPVG            PIC 9(06)V99.
          03 SALDOVG           PIC S9(06)V99.
          03 DEVOLVG           PIC X(01).
          03 COMPETVG          PIC 9(06).
          03 CODEVVG           PIC 9(03).
          03 DATADBVG          PIC 9(08).
          03 HORADBVG          PIC 9(04).
          03 OPERADOR-VG       PIC X(08).
          03 DATAGRAVACAO-VG.
             05 DATAGRAV-VG    PIC 9(8).
             05 HORAGRAV-VG    PIC 9(6).
      *
      *    COMPROVANTES DE DESPESA DA VIAGEM (FPP113).
       FD ARQVIADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIADESP.DAT".
       01 REGVIADESP.
          03 CHAVEVD.
             05 NUMVD          PIC 9(06).
             05 SEQVD          PIC 9(02).
          03 CATVD             PIC 9(01).
          03 DATAVD            PIC 9(08).
          03 DOCVD             PIC X(15).
          03 DESCVD            PIC X(30).
          03 VALORVD           PIC 9(06)V99.
          03 OPERADOR-VD       PIC X(08).
          03 DATAGRAVACAO-VD.
             05 DATAGRAV-VD    PIC 9(8).
             05 HORAGRAV-VD    PIC 9(6).
      *
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
      *    VISAO PARCIAL DO CADASTRO DE VEICULOS DA FROTA.
       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
          03 PLACA             PIC X(08).
          03 PROPRIETARIO      PIC X(30).
          03 ANOFABRICACAO     PIC 9(04).
          03 SITUACAO          PIC X(01).
          03 FILLER            PIC X(23).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 VD-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 CAR-ERRO     PIC X(02) VALUE "00".
       01 W-VD-OK      PIC X(01) VALUE "N".
       01 W-CAR-OK     PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-NUM        PIC 9(06) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-SITTX      PIC X(20) VALUE SPACES.
       01 W-MEIOTX     PIC X(20) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZ9,99-.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** VIAGENS A SERVICO E ADIANTAMENTOS ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DA VIAGEM       :".
           05  LINE 04  COLUMN 40 VALUE  "(0 = PROXIMO NUMERO)".
           05  LINE 06  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 07  COLUMN 04 VALUE  "DESTINO                :".
           05  LINE 08  COLUMN 04 VALUE  "MOTIVO                 :".
           05  LINE 09  COLUMN 04 VALUE  "DATA DE SAIDA          :".
           05  LINE 09  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 10  COLUMN 04 VALUE  "DATA DE RETORNO        :".
           05  LINE 10  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 12  COLUMN 04 VALUE  "ADIANTAMENTO           :".
           05  LINE 13  COLUMN 04 VALUE  "DATA DO ADIANTAMENTO   :".
           05  LINE 13  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 15  COLUMN 04 VALUE  "MEIO DE TRANSPORTE     :".
           05  LINE 15  COLUMN 33
               VALUE  "(P=VEIC.PROPRIO F=FROTA O=OUTROS)".
           05  LINE 16  COLUMN 04 VALUE  "PLACA DO VEIC. FROTA   :".
           05  LINE 18  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 19  COLUMN 04 VALUE  "DESPESAS COMPROVADAS   :".
           05  LINE 20  COLUMN 04 VALUE  "SALDO DO ACERTO        :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NUM
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-NUM
               HIGHLIGHT.
           05  TFUNCVG
               LINE 06  COLUMN 29  PIC 9(06)
               USING  FUNCVG
               HIGHLIGHT.
           05  TDESTVG
               LINE 07  COLUMN 29  PIC X(30)
               USING  DESTVG
               HIGHLIGHT.
           05  TMOTIVOVG
               LINE 08  COLUMN 29  PIC X(40)
               USING  MOTIVOVG
               HIGHLIGHT.
           05  TDTSAIDAVG
               LINE 09  COLUMN 29  PIC 9(08)
               USING  DTSAIDAVG
               HIGHLIGHT.
           05  TDTRETVG
               LINE 10  COLUMN 29  PIC 9(08)
               USING  DTRETVG
               HIGHLIGHT.
           05  TADIANTVG
               LINE 12  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  ADIANTVG
               HIGHLIGHT.
           05  TDTADIANTVG
               LINE 13  COLUMN 29  PIC 9(08)
               USING  DTADIANTVG
               HIGHLIGHT.
           05  TMEIOVG
               LINE 15  COLUMN 29  PIC X(01)
               USING  MEIOVG
               HIGHLIGHT.
           05  TPLACAVG
               LINE 16  COLUMN 29  PIC X(08)
               USING  PLACAVG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQVIAGEM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQVIAGEM
                 CLOSE ARQVIAGEM
                 MOVE "*** ARQUIVO ARQVIAGEM FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQVIAGEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    COMPROVANTES E CADASTRO DA FROTA SAO OPCIONAIS: SEM
      *    COMPROVANTES A VIAGEM PODE SER EXCLUIDA; SEM A FROTA NAO
      *    HA COMO CONFERIR A PLACA.
           MOVE "N" TO W-VD-OK W-CAR-OK
           OPEN INPUT ARQVIADESP
           IF VD-ERRO = "00"
              MOVE "S" TO W-VD-OK.
           OPEN INPUT CADCARRO
           IF CAR-ERRO = "00"
              MOVE "S" TO W-CAR-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-NUM.
       R1A.
           MOVE ZEROS TO W-SEL
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TELA3.
       R2.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NUM = ZEROS
                   PERFORM PROX-NUM THRU PROX-NUM-FIM
                   PERFORM LIMPA-REG THRU LIMPA-REG-FIM
                   DISPLAY TW-NUM
                   GO TO R2A.
           MOVE W-NUM TO NUMVG
           READ ARQVIAGEM
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                PERFORM MOSTRA-VG THRU MOSTRA-VG-FIM
                MOVE "*** VIAGEM JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQVIAGEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM.
       R2A.
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       R3.
           ACCEPT TFUNCVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           MOVE FUNCVG TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF STATUSAUX = "D"
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY (06, 37) NOMEFUNC.
       R4.
           ACCEPT TDESTVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF DESTVG = SPACES
                   MOVE "INFORME O DESTINO DA VIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TMOTIVOVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MOTIVOVG = SPACES
                   MOVE "INFORME O MOTIVO DA VIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TDTSAIDAVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE DTSAIDAVG TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           IF DTRETVG = ZEROS
                   MOVE DTSAIDAVG TO DTRETVG.
           ACCEPT TDTRETVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE DTRETVG TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
           IF DTRETVG < DTSAIDAVG
                   MOVE "O RETORNO NAO PODE SER ANTES DA SAIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
           ACCEPT TADIANTVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
      *    SEM ADIANTAMENTO A VIAGEM SO TEM REEMBOLSO NO ACERTO.
           IF ADIANTVG = ZEROS
                   MOVE ZEROS TO DTADIANTVG
                   DISPLAY TDTADIANTVG
                   GO TO R10.
           IF DTADIANTVG = ZEROS
                   MOVE W-HOJE TO DTADIANTVG.
       R9.
           ACCEPT TDTADIANTVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE DTADIANTVG TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
           IF DTADIANTVG > DTRETVG
                   MOVE "ADIANTAMENTO DEPOIS DO RETORNO DA VIAGEM"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
           ACCEPT TMEIOVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF MEIOVG = "p"
                   MOVE "P" TO MEIOVG.
           IF MEIOVG = "f"
                   MOVE "F" TO MEIOVG.
           IF MEIOVG = "o"
                   MOVE "O" TO MEIOVG.
           IF MEIOVG NOT = "P" AND "F" AND "O"
                   MOVE "P=VEIC.PROPRIO  F=FROTA  O=OUTROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R10.
           IF MEIOVG NOT = "F"
                   MOVE SPACES TO PLACAVG
                   DISPLAY TPLACAVG
                   GO TO R12.
       R11.
           ACCEPT TPLACAVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF PLACAVG = SPACES
                   MOVE "INFORME A PLACA DO VEICULO DA FROTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R11.
           IF W-CAR-OK NOT = "S"
                   GO TO R12.
           MOVE PLACAVG TO PLACA
           READ CADCARRO
           IF CAR-ERRO NOT = "00"
                   MOVE "* VEICULO NAO CADASTRADO NA FROTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R11.
           IF SITUACAO = "S"
                   MOVE "* VEICULO BAIXADO (SUCATA) *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R11.
       R12.
           IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-NUM TO NUMVG
                MOVE "A"   TO SITVG
                MOVE W-OPERLOG TO OPERADOR-VG
                ACCEPT DATAGRAV-VG FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VG FROM TIME
                WRITE REGVIAGEM
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQVIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** VIAGEM GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
      *    VIAGEM ACERTADA JA FOI PARA A FOLHA: SO O ESTORNO DO
      *    ACERTO NO FPP114 A REABRE.
                IF SITVG = "L"
                   MOVE "* VIAGEM JA ACERTADA - ESTORNE NO FPP114 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
      *    VIAGEM COM COMPROVANTE LANCADO NAO SAI DO CADASTRO.
       EXC-OPC.
                IF W-VD-OK NOT = "S"
                   GO TO EXC-OPC1.
                MOVE W-NUM  TO NUMVD
                MOVE ZEROS  TO SEQVD
                START ARQVIADESP KEY IS NOT LESS CHAVEVD
                   INVALID KEY
                      GO TO EXC-OPC1.
                READ ARQVIADESP NEXT
                IF VD-ERRO = "00" AND NUMVD = W-NUM
                   MOVE "* VIAGEM COM COMPROVANTES - NAO EXCLUI *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE ARQVIAGEM RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** VIAGEM EXCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-VG
                ACCEPT DATAGRAV-VG FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VG FROM TIME
                REWRITE REGVIAGEM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ARQVIAGEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       LIMPA-REG.
           MOVE ZEROS  TO FUNCVG DTSAIDAVG DTRETVG ADIANTVG DTADIANTVG
                          KMVG VALKMVG DESPVG SALDOVG COMPETVG CODEVVG
                          DATADBVG HORADBVG
           MOVE SPACES TO DESTVG MOTIVOVG MEIOVG PLACAVG DEVOLVG
           MOVE "A" TO SITVG
           DISPLAY (06, 37) "                              ".
       LIMPA-REG-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO LIVRE: O MAIOR NUMERO GRAVADO MAIS UM.
       PROX-NUM.
           MOVE ZEROS TO W-NUM
           MOVE ZEROS TO NUMVG
           START ARQVIAGEM KEY IS NOT LESS NUMVG
              INVALID KEY
                 GO TO PROX-NUM2.
       PROX-NUM1.
           READ ARQVIAGEM NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-NUM2.
           MOVE NUMVG TO W-NUM
           GO TO PROX-NUM1.
       PROX-NUM2.
           ADD 1 TO W-NUM.
       PROX-NUM-FIM.
           EXIT.
      *
       MOSTRA-VG.
           DISPLAY TW-NUM TFUNCVG TDESTVG TMOTIVOVG TDTSAIDAVG
                   TDTRETVG TADIANTVG TDTADIANTVG TMEIOVG TPLACAVG
           MOVE FUNCVG TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              DISPLAY (06, 37) NOMEFUNC.
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       MOSTRA-VG-FIM.
           EXIT.
      *
       MOSTRA-SIT.
           MOVE "ABERTA" TO W-SITTX
           IF SITVG = "L"
              MOVE "ACERTADA" TO W-SITTX.
           DISPLAY (18, 29) W-SITTX
           MOVE DESPVG TO W-VALED
           DISPLAY (19, 29) W-VALED
           MOVE SALDOVG TO W-VALED
           DISPLAY (20, 29) W-VALED.
       MOSTRA-SIT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-VD-OK = "S"
              CLOSE ARQVIADESP.
           IF W-CAR-OK = "S"
              CLOSE CADCARRO.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQVIAGEM.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
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
