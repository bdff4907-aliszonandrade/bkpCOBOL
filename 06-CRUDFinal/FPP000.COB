                    RECORD KEY           IS CODOPSE
                    FILE STATUS          IS SE-ERRO.

           SELECT ARQSENS ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CAMPOSE
                    FILE STATUS          IS SS-ERRO.

           SELECT ARQDOCVEIC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVETIT
                    FILE STATUS          IS TI-ERRO.

           SELECT ARQFUNCTR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS FUNCCT
                    FILE STATUS          IS CT-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODFUNC
                    ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                    FILE STATUS          IS FUNC-ERRO.

           SELECT ARQTDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODTD
                    FILE STATUS          IS TD-ERRO.

           SELECT ARQFUNDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEFD
                    ALTERNATE RECORD KEY IS CODTDFD WITH DUPLICATES
                    FILE STATUS          IS FD-ERRO.

           SELECT ARQDEPEN ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODDEPEN
                    ALTERNATE RECORD KEY IS NOMEDEPEN WITH DUPLICATES
                    FILE STATUS          IS DN-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
      *    LOG DAS TENTATIVAS DE ACESSO RECUSADAS.
       FD ARQLOGSEG
          03 SENANT2           PIC X(08).
          03 SENANT3           PIC X(08).
      *
      *    CAMPOS SENSIVEIS (FPP120): SALARIO, CPF E BANCO, CADA UM
      *    S = SENSIVEL (MASCARADO PARA O OPERADOR COM SENSIVELOP
      *    = M) OU N = LIVRE.
       FD ARQSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSENS.DAT".
       01 REGSENS.
          03 CAMPOSE           PIC X(12).
          03 NIVELSE           PIC X(01).
          03 OPERADOR-SE       PIC X(08).
          03 DATAGRAVACAO-SE   PIC 9(14).
      *
      *    ARQUIVOS CONSULTADOS PELO PAINEL DE PENDENCIAS EXIBIDO NO
      *    LOGIN: DOCUMENTOS DE VEICULOS (PROG1313/PROG1314), LOTES
      *    COM VALIDADE (STP024/STP028), PROGRAMACAO DE FERIAS
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).
      *
       FD ARQFERIAS
               LABEL RECORD IS STANDARD
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
      *    CONTRATOS A PRAZO (FPP004/FPP086) E SITUACAO DO FUNCIONARIO.
       FD ARQFUNCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCTR.DAT".
       01 REGFUNCTR.
          03 FUNCCT            PIC 9(06).
          03 TIPOCT            PIC X(01).
          03 INSTCT            PIC X(30).
          03 FIMCT             PIC 9(08).
          03 OPERADOR-CT       PIC X(08).
          03 DATAGRAVACAO-CT.
             05 DATAGRAV-CT    PIC 9(8).
             05 HORAGRAV-CT    PIC 9(6).
          03 MODCT             PIC X(01).
          03 FIMEXP1CT         PIC 9(08).
          03 FIMEXP2CT         PIC 9(08).
          03 SITCT             PIC X(01).
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
      *    DOCUMENTOS EXIGIDOS NA ADMISSAO (FPP104). EXIGCLT, EXIGEST
      *    E EXIGAPR DIZEM SE O DOCUMENTO E EXIGIDO DO CLT, DO
      *    ESTAGIARIO E DO APRENDIZ (TIPOCT DO ARQFUNCTR; SEM REGISTRO
      *    VALE CLT). DEPTD = S E DOCUMENTO DE CADA DEPENDENTE ATIVO
      *    (CERTIDAO DE NASCIMENTO): ENQUANTO NAO ENTREGUE O DEPENDENTE
      *    NAO CONTA PARA SALARIO-FAMILIA NEM PARA O IRRF (FPP015).
       FD ARQTDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTDOC.DAT".
       01 REGTDOC.
          03 CODTD             PIC 9(02).
          03 DESCTD            PIC X(30).
          03 EXIGCLT           PIC X(01).
          03 EXIGEST           PIC X(01).
          03 EXIGAPR           PIC X(01).
          03 DEPTD             PIC X(01).
          03 OPERADOR-TD       PIC X(08).
          03 DATAGRAVACAO-TD.
             05 DATAGRAV-TD    PIC 9(8).
             05 HORAGRAV-TD    PIC 9(6).
      *
      *    DOCUMENTOS ENTREGUES PELO FUNCIONARIO (FPP105). SEQFD E A
      *    SEQUENCIA DO DEPENDENTE NO ARQDEPEN NOS DOCUMENTOS DE
      *    DEPENDENTE E ZERO NOS DEMAIS. SEM REGISTRO, PENDENTE.
       FD ARQFUNDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNDOC.DAT".
       01 REGFUNDOC.
          03 CHAVEFD.
             05 FUNCFD         PIC 9(06).
             05 CODTDFD        PIC 9(02).
             05 SEQFD          PIC 9(01).
          03 DTRECFD           PIC 9(08).
          03 OBSFD             PIC X(30).
          03 OPERADOR-FD       PIC X(08).
          03 DATAGRAVACAO-FD.
             05 DATAGRAV-FD    PIC 9(8).
             05 HORAGRAV-FD    PIC 9(6).
      *
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
           03 CODDEPEN.
               05 DEPENFUNC   PIC 9(6).
               05 SEQUENCIA        PIC 9(1).
           03 NOMEDEPEN            PIC X(30).
           03 GRAUPARENTESCOAUX    PIC 9.
           03 GRAUPARENTESCO.
               05 GRAUPARENTESCO1  PIC 9.
               05 GRAUPARENTESCO2  PIC X(20).
           03 DEPEN-DATANASC.
               05 ANO-DN           PIC 9(4).
               05 MES-DN           PIC 9(2).
               05 DIA-DN           PIC 9(2).
           03 DEPEN-SEXO                 PIC X.
           03 DEPEN-SEXO2                PIC X(9).
           03 INSS-DN              PIC X.
           03 INSS2-DN             PIC X(11).
           03 DIMP                  PIC X.
           03 DIMP2                 PIC X(11).
           03 DEPEN-STATUSAUX      PIC X.
           03 DEPEN-STATUS.
               05 DEPEN-STATUS1    PIC X.
               05 DEPEN-STATUS2    PIC X(16).
           03 OPERADOR-DN PIC X(08).
           03 DATAGRAVACAO-DN.
               05 DATAGRAV-DN PIC 9(8).
               05 HORAGRAV-DN PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC 9(02) VALUE ZEROS.
       77 W-TENTATIVAS PIC 9(01) VALUE ZEROS.
       77 SE-ERRO    PIC X(02) VALUE "00".
       77 W-SEN-OK   PIC X(01) VALUE "N".
       77 SS-ERRO    PIC X(02) VALUE "00".
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MESHOJE PIC 9(2) VALUE ZEROS.
       01 W-QTDCOMPA PIC 9(04) VALUE ZEROS.
       01 W-QTDTITV  PIC 9(04) VALUE ZEROS.
       01 W-COMPABER PIC 9(06) VALUE ZEROS.
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 W-AVISOCTR PIC X(01) VALUE "N".
       01 W-QTDCTR   PIC 9(04) VALUE ZEROS.
       01 W-QTDCTRV  PIC 9(04) VALUE ZEROS.
       77 TD-ERRO    PIC X(02) VALUE "00".
       77 FD-ERRO    PIC X(02) VALUE "00".
       77 DN-ERRO    PIC X(02) VALUE "00".
       77 W-CTR-OK   PIC X(01) VALUE "N".
       77 W-FUNDOC-OK PIC X(01) VALUE "N".
       77 W-DEPEN-OK PIC X(01) VALUE "N".
       77 W-TIPOCTR  PIC X(01) VALUE "C".
       77 W-EXIGE    PIC X(01) VALUE "N".
       77 W-PENDDOC  PIC X(01) VALUE "N".
       01 W-QTDDOCF  PIC 9(04) VALUE ZEROS.
       01 W-ITD      PIC 9(02) VALUE ZEROS.
       01 W-QTDTD    PIC 9(02) VALUE ZEROS.
       01 W-TABTDX.
           03 TABTD OCCURS 30 TIMES.
               05 TT-COD    PIC 9(02).
               05 TT-CLT    PIC X(01).
               05 TT-EST    PIC X(01).
               05 TT-APR    PIC X(01).
               05 TT-DEP    PIC X(01).
       01 W-FIMPRAZO PIC 9(08) VALUE ZEROS.
       01 W-DATAL15  PIC 9(08) VALUE ZEROS.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(03) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(03) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 W-DATAL30.
           05 W-ANOL30 PIC 9(4) VALUE ZEROS.
           05 W-MESL30 PIC 9(2) VALUE ZEROS.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    AREA EXTERNA DOS DADOS SENSIVEIS: SE O OPERADOR VE OS
      *    CAMPOS COMPLETOS (T) OU MASCARADOS (M) E QUAIS CAMPOS
      *    ESTAO MARCADOS COMO SENSIVEIS NO ARQSENS (S/N).
       01 PARMSENS EXTERNAL.
           03 W-VESENS    PIC X(1).
           03 W-SENSAL    PIC X(1).
           03 W-SENCPF    PIC X(1).
           03 W-SENBCO    PIC X(1).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               VALUE  "21 - OBRIGACOES LEGAIS E GERENCIAIS".
           05  LINE 20  COLUMN 45
               VALUE  "22 - TROCA DE SENHA".
           05  LINE 21  COLUMN 45
               VALUE  "23 - PAGAMENTOS ESPECIAIS E RH".
           05  LINE 22  COLUMN 05
               VALUE  "00 - ENCERRAR".
           05  LINE 24  COLUMN 01
              MOVE "OPERADOR" TO W-CODOPER-E
              MOVE W-PERFIL TO W-PERFILOG
              MOVE W-CODOPER-E TO W-OPERLOG
              MOVE "T" TO W-VESENS
              PERFORM LER-SENS THRU LER-SENS-FIM
              GO TO INC-001.
           MOVE ZEROS TO W-TENTATIVAS.
       LOG-000A.
           MOVE PERFILAUX TO W-PERFIL
           MOVE W-PERFIL TO W-PERFILOG
           MOVE W-CODOPER-E TO W-OPERLOG
           MOVE SENSIVELOP TO W-VESENS
           IF W-VESENS NOT = "T" AND W-VESENS NOT = "M"
              IF PERFILAUX = "C"
                 MOVE "M" TO W-VESENS
              ELSE
                 MOVE "T" TO W-VESENS.
           PERFORM LER-SENS THRU LER-SENS-FIM
           CLOSE ARQOPER
           IF W-SEN-OK = "S"
              CLOSE ARQSENHAS.
       LER-SENHAS-FIM.
           EXIT.
      *
      *    CARREGA A MARCACAO DOS CAMPOS SENSIVEIS. SEM O ARQSENS
      *    (OU SEM O REGISTRO DO CAMPO) O CAMPO E TRATADO COMO
      *    SENSIVEL.
       LER-SENS.
           MOVE "S" TO W-SENSAL W-SENCPF W-SENBCO
           OPEN INPUT ARQSENS
           IF SS-ERRO NOT = "00"
              GO TO LER-SENS-FIM.
           MOVE "SALARIO" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00" AND NIVELSE = "N"
              MOVE "N" TO W-SENSAL.
           MOVE "CPF" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00" AND NIVELSE = "N"
              MOVE "N" TO W-SENCPF.
           MOVE "BANCO" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00" AND NIVELSE = "N"
              MOVE "N" TO W-SENBCO.
           CLOSE ARQSENS.
       LER-SENS-FIM.
           EXIT.
      *
      *    SENHA ERRADA: CONTA A FALHA E, NA TERCEIRA SEGUIDA,
      *    BLOQUEIA O OPERADOR E REGISTRA NO LOG.
       CONTA-FALHA.
       PAINEL.
           MOVE ZEROS TO W-QTDDOCV W-QTDLOTE W-QTDFERV
           MOVE ZEROS TO W-QTDCOMPA W-QTDTITV W-COMPABER
           MOVE ZEROS TO W-QTDCTR W-QTDCTRV W-QTDDOCF
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
      *    HORIZONTE DE 30 DIAS (UM MES) PARA OS VENCIMENTOS.
           MOVE W-DATAHOJE TO W-DATAL30
           PERFORM PAINEL-LOTE THRU PAINEL-LOTE-FIM
           PERFORM PAINEL-FER  THRU PAINEL-FER-FIM
           PERFORM PAINEL-COMP THRU PAINEL-COMP-FIM
           PERFORM PAINEL-TIT  THRU PAINEL-TIT-FIM
           PERFORM PAINEL-CTR  THRU PAINEL-CTR-FIM
           PERFORM PAINEL-DOCF THRU PAINEL-DOCF-FIM.
      *    CONTRATO A PRAZO VENCIDO SEM DECISAO: QUEM CUIDA DA FOLHA
      *    DECIDE (FPP086) ANTES DE CHEGAR AO PAINEL, UMA VEZ POR
      *    ENTRADA NO SISTEMA.
           IF W-QTDCTRV NOT = ZEROS AND W-AVISOCTR = "N"
                 AND (W-PERFIL = "A" OR W-PERFIL = "F")
              MOVE "S" TO W-AVISOCTR
              DISPLAY (01, 01) ERASE
              DISPLAY (12, 10)
                   "*** HA CONTRATO A PRAZO VENCIDO SEM DECISAO ***"
              MOVE ZEROS TO W-CONT
              PERFORM ROT-MENS2 THRU ROT-MENS-FIM
              CALL "FPP086"
              GO TO PAINEL.
       PAINEL-TELA.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 18) "*** PAINEL DE PENDENCIAS ***"
              DISPLAY (11, 54) W-COMPABER.
           DISPLAY (13, 08) "5 - TITULOS A PAGAR VENCIDOS........:"
           DISPLAY (13, 47) W-QTDTITV
           DISPLAY (15, 08) "6 - CONTRATOS A PRAZO EM 15 DIAS....:"
           DISPLAY (15, 47) W-QTDCTR
           IF W-QTDCTRV NOT = ZEROS
              DISPLAY (15, 52) W-QTDCTRV
              DISPLAY (15, 57) "VENCIDOS".
           DISPLAY (17, 08) "7 - FUNCIONARIOS COM DOCUMENTOS PEND:"
           DISPLAY (17, 47) W-QTDDOCF
           DISPLAY (18, 08) "DIGITE 1-7 PARA ABRIR O PROGRAMA OU"
           DISPLAY (19, 08) "0 PARA IR AO MENU PRINCIPAL:"
           ACCEPT  (19, 38) W-OPCPAINEL
           IF W-OPCPAINEL = 0
              GO TO INC-001.
           IF W-OPCPAINEL = 1
           IF W-OPCPAINEL = 5
              CALL "STP030"
              GO TO PAINEL.
           IF W-OPCPAINEL = 6
              CALL "FPP086"
              GO TO PAINEL.
           IF W-OPCPAINEL = 7
              CALL "FPP105"
              GO TO PAINEL.
           GO TO PAINEL-TELA.
      *
      *    DOCUMENTOS DE VEICULO NAO PAGOS VENCENDO EM 30 DIAS.
           GO TO PAINEL-TIT1.
       PAINEL-TIT-FIM.
           EXIT.
      *
      *    CONTRATOS A PRAZO DE FUNCIONARIOS ATIVOS COM O PRAZO
      *    PENDENTE DE DECISAO EM ATE 15 DIAS; OS VENCIDOS A PARTE.
       PAINEL-CTR.
           MOVE W-DATAHOJE TO W-DT-DATA
           MOVE 15 TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-DATAL15
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO NOT = "00"
              GO TO PAINEL-CTR-FIM.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQFUNCTR
              GO TO PAINEL-CTR-FIM.
       PAINEL-CTR1.
           READ ARQFUNCTR NEXT
           IF CT-ERRO NOT = "00"
              CLOSE ARQFUNCTR ARQFUNC
              GO TO PAINEL-CTR-FIM.
           MOVE ZEROS TO W-FIMPRAZO
           IF SITCT NOT = "A" AND SITCT NOT = "R"
              GO TO PAINEL-CTR1.
           IF MODCT = "X" AND SITCT = "R"
              MOVE FIMEXP2CT TO W-FIMPRAZO.
           IF MODCT = "X" AND SITCT = "A"
              MOVE FIMEXP1CT TO W-FIMPRAZO.
           IF MODCT = "P"
              MOVE FIMCT TO W-FIMPRAZO.
           IF W-FIMPRAZO = ZEROS OR W-FIMPRAZO > W-DATAL15
              GO TO PAINEL-CTR1.
           MOVE FUNCCT TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00" OR STATUSAUX = "D"
              GO TO PAINEL-CTR1.
           ADD 1 TO W-QTDCTR
           IF W-FIMPRAZO < W-DATAHOJE
              ADD 1 TO W-QTDCTRV.
           GO TO PAINEL-CTR1.
       PAINEL-CTR-FIM.
           EXIT.
      *
      *    FUNCIONARIOS NAO DEMITIDOS COM ALGUM DOCUMENTO DA ADMISSAO
      *    EXIGIDO NO CONTRATO (FPP104) AINDA NAO ENTREGUE (FPP105).
       PAINEL-DOCF.
           MOVE ZEROS TO W-QTDTD
           OPEN INPUT ARQTDOC
           IF TD-ERRO NOT = "00"
              GO TO PAINEL-DOCF-FIM.
       PAINEL-DOCF0.
           READ ARQTDOC NEXT
           IF TD-ERRO = "00" AND W-QTDTD < 30
              ADD 1 TO W-QTDTD
              MOVE CODTD   TO TT-COD (W-QTDTD)
              MOVE EXIGCLT TO TT-CLT (W-QTDTD)
              MOVE EXIGEST TO TT-EST (W-QTDTD)
              MOVE EXIGAPR TO TT-APR (W-QTDTD)
              MOVE DEPTD   TO TT-DEP (W-QTDTD)
              GO TO PAINEL-DOCF0.
           CLOSE ARQTDOC
           IF W-QTDTD = ZEROS
              GO TO PAINEL-DOCF-FIM.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              GO TO PAINEL-DOCF-FIM.
           MOVE "N" TO W-CTR-OK W-FUNDOC-OK W-DEPEN-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           OPEN INPUT ARQFUNDOC
           IF FD-ERRO = "00"
              MOVE "S" TO W-FUNDOC-OK.
           OPEN INPUT ARQDEPEN
           IF DN-ERRO = "00"
              MOVE "S" TO W-DEPEN-OK.
       PAINEL-DOCF1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO PAINEL-DOCF9.
           IF STATUSAUX = "D"
              GO TO PAINEL-DOCF1.
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE "N" TO W-PENDDOC
           MOVE 1 TO W-ITD.
       PAINEL-DOCF2.
           IF W-ITD > W-QTDTD OR W-PENDDOC = "S"
              GO TO PAINEL-DOCF3.
           MOVE TT-CLT (W-ITD) TO W-EXIGE
           IF W-TIPOCTR = "E"
              MOVE TT-EST (W-ITD) TO W-EXIGE.
           IF W-TIPOCTR = "A"
              MOVE TT-APR (W-ITD) TO W-EXIGE.
           IF W-EXIGE = "S" AND TT-DEP (W-ITD) = "S"
              PERFORM PAINEL-DOCD THRU PAINEL-DOCD-FIM.
           IF W-EXIGE = "S" AND TT-DEP (W-ITD) NOT = "S"
              MOVE ZEROS TO SEQFD
              PERFORM PAINEL-DOCE THRU PAINEL-DOCE-FIM.
           ADD 1 TO W-ITD
           GO TO PAINEL-DOCF2.
       PAINEL-DOCF3.
           IF W-PENDDOC = "S"
              ADD 1 TO W-QTDDOCF.
           GO TO PAINEL-DOCF1.
       PAINEL-DOCF9.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-FUNDOC-OK = "S"
              CLOSE ARQFUNDOC.
           IF W-DEPEN-OK = "S"
              CLOSE ARQDEPEN.
           CLOSE ARQFUNC.
       PAINEL-DOCF-FIM.
           EXIT.
      *
      *    DOCUMENTO DE DEPENDENTE: COBRADO DE CADA DEPENDENTE ATIVO.
       PAINEL-DOCD.
           IF W-DEPEN-OK NOT = "S"
              GO TO PAINEL-DOCD-FIM.
           MOVE CODFUNC TO DEPENFUNC
           MOVE ZEROS   TO SEQUENCIA
           START ARQDEPEN KEY IS GREATER CODDEPEN
              INVALID KEY
                 GO TO PAINEL-DOCD-FIM.
       PAINEL-DOCD1.
           READ ARQDEPEN NEXT
           IF DN-ERRO NOT = "00" OR DEPENFUNC NOT = CODFUNC
              GO TO PAINEL-DOCD-FIM.
           IF DEPEN-STATUSAUX NOT = "A"
              GO TO PAINEL-DOCD1.
           MOVE SEQUENCIA TO SEQFD
           PERFORM PAINEL-DOCE THRU PAINEL-DOCE-FIM
           IF W-PENDDOC = "S"
              GO TO PAINEL-DOCD-FIM.
           GO TO PAINEL-DOCD1.
       PAINEL-DOCD-FIM.
           EXIT.
      *
      *    ENTREGA DO DOCUMENTO TT-COD (W-ITD) / SEQFD DO FUNCIONARIO.
       PAINEL-DOCE.
           IF W-FUNDOC-OK NOT = "S"
              MOVE "S" TO W-PENDDOC
              GO TO PAINEL-DOCE-FIM.
           MOVE CODFUNC        TO FUNCFD
           MOVE TT-COD (W-ITD) TO CODTDFD
           READ ARQFUNDOC
           IF FD-ERRO NOT = "00" OR DTRECFD = ZEROS
              MOVE "S" TO W-PENDDOC.
       PAINEL-DOCE-FIM.
           EXIT.
      *
      *    SOMA W-DT-NDIAS DIAS A DATA W-DT-DATA (AAAAMMDD).
       SOMA-DIAS.
           COMPUTE W-DT-RESTO = W-DT-DIA + W-DT-NDIAS.
       SOMA-DIAS1.
           MOVE 31 TO W-DT-DMAX
           IF W-DT-MES = 4 OR W-DT-MES = 6 OR W-DT-MES = 9
                           OR W-DT-MES = 11
              MOVE 30 TO W-DT-DMAX.
           IF W-DT-MES = 2
              MOVE 28 TO W-DT-DMAX
              DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q
                     REMAINDER W-DT-R4
              IF W-DT-R4 = ZEROS
                 MOVE 29 TO W-DT-DMAX.
           IF W-DT-RESTO NOT > W-DT-DMAX
              MOVE W-DT-RESTO TO W-DT-DIA
              GO TO SOMA-DIAS-FIM.
           SUBTRACT W-DT-DMAX FROM W-DT-RESTO
           ADD 1 TO W-DT-MES
           IF W-DT-MES > 12
              MOVE 1 TO W-DT-MES
              ADD 1 TO W-DT-ANO.
           GO TO SOMA-DIAS1.
       SOMA-DIAS-FIM.
           EXIT.
      *
       INC-001.
                MOVE ZEROS TO W-OPCAO.
      *    PERMISSOES POR PERFIL (FPP036):
      *    A = TODAS AS OPCOES
      *    C = SO CONSULTAS (05 A 08)
      *    F = CONSULTAS E FOLHA (05 A 15, 19, 21 E 23)
       INC-PERM.
                IF W-PERFIL = "A"
                   GO TO INC-EXEC.
                IF W-PERFIL = "F"
                   IF (W-OPCAO NOT < 05 AND W-OPCAO NOT > 15)
                            OR W-OPCAO = 19 OR W-OPCAO = 21
                            OR W-OPCAO = 23
                      GO TO INC-EXEC
                   ELSE
                      GO TO INC-NEGA.
                IF W-OPCAO = 22
                   CALL "FPP070"
                   GO TO INC-001.
                IF W-OPCAO = 23
                   CALL "FPP079"
                   GO TO INC-001.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
