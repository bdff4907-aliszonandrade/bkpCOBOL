      * OPERADOR COM PERFIL DE ADMINISTRADOR APROVA    *
      * AQUI; A APROVACAO APLICA O AUMENTO NO ARQCARG  *
      * (COM HISTORICO) OU GERA O LANCAMENTO AVULSO DA *
      * DIFERENCA RETROATIVA (EVENTO 001). A MUDANCA   *
      * DE NIVEL SALARIAL DO FPP004 E APLICADA NO      *
      * ARQFUNC COM HISTORICO NO ARQMOVFUNC.           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEV
                   FILE STATUS  IS EV-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   FILE STATUS  IS FUNC-ERRO
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES.

           SELECT ARQMOVFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEMV
                   ALTERNATE RECORD KEY IS FUNCMV WITH DUPLICATES
                   FILE STATUS  IS MV-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    PENDENCIAS DE APROVACAO: C = AUMENTO DE SALARIO DO CARGO
      *    (FPP002), R = DIFERENCA RETROATIVA (FPP025), N = MUDANCA
      *    DE NIVEL SALARIAL DO FUNCIONARIO (FPP004; OS VALORES
      *    ANTERIOR E NOVO SAO OS NIVEIS).
      *    SITUACAO: P = PENDENTE, A = APROVADA, R = REJEITADA.
       FD ARQPENDAP
               LABEL RECORD IS STANDARD
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
       FD ARQCARG
               LABEL RECORD IS STANDARD
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
       FD ARQCARGHIST
               LABEL RECORD IS STANDARD
           03 DATAGRAVACAO-EV.
               05 DATAGRAV-EV PIC 9(8).
               05 HORAGRAV-EV PIC 9(6).
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
      *    HISTORICO DE MOVIMENTACOES DO FUNCIONARIO (FPP004/FPP034).
       FD ARQMOVFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVFUNC.DAT".
       01 REGMOVFUNC.
           03 CHAVEMV.
               05 FUNCMV   PIC 9(6).
               05 DATAMV   PIC 9(8).
               05 HORAMV   PIC 9(6).
           03 DEPANTMV     PIC 9(3).
           03 DEPNOVMV     PIC 9(3).
           03 CARGANTMV    PIC 9(3).
           03 CARGNOVMV    PIC 9(3).
           03 MOTIVOMV     PIC X(20).
           03 OPERADOR-MV  PIC X(08).
           03 NIVANTMV     PIC 9(2).
           03 NIVNOVMV     PIC 9(2).
      *
      *    JORNAL DE IMAGENS (FPP001-004/FPP074): TODA REGRAVACAO DE
      *    ARQCARG PASSA POR AQUI, INCLUSIVE A DA FILA DE APROVACAO.
       01 CH-ERRO      PIC X(02) VALUE "00".
       01 EV-ERRO      PIC X(02) VALUE "00".
       01 JR-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 MV-ERRO      PIC X(02) VALUE "00".
       01 W-FUNC-OK    PIC X(01) VALUE "N".
       01 W-JRN-ARQ    PIC X(08) VALUE SPACES.
       01 W-JRN-OP     PIC X(01) VALUE SPACES.
       01 W-JRN-ANT    PIC X(210) VALUE SPACES.
                 OPEN OUTPUT ARQJRNHR
                 CLOSE ARQJRNHR
                 GO TO R0JR.
      *    FUNCIONARIOS SO SAO PRECISOS PARA A MUDANCA DE NIVEL.
       R0F.
           MOVE "N" TO W-FUNC-OK
           OPEN I-O ARQFUNC
           IF FUNC-ERRO NOT = "00"
              GO TO FILA.
           MOVE "S" TO W-FUNC-OK.
       R0MV.
           OPEN I-O ARQMOVFUNC
           IF MV-ERRO NOT = "00"
              IF MV-ERRO = "30"
                 OPEN OUTPUT ARQMOVFUNC
                 CLOSE ARQMOVFUNC
                 GO TO R0MV.
      *
      *    VARRE AS PENDENCIAS EM ORDEM DE CHAVE, PARANDO EM CADA
      *    UMA COM SITUACAO P.
           IF TIPOPA = "C"
              MOVE "AUMENTO DE SALARIO/CARGO" TO W-TIPODESC
           ELSE
              IF TIPOPA = "N"
                 MOVE "MUDANCA DE NIVEL SALARIAL" TO W-TIPODESC
              ELSE
                 MOVE "DIFERENCA RETROATIVA" TO W-TIPODESC.
           DISPLAY TELA.
           IF TIPOPA = "N"
              DISPLAY (12, 36) "(NIVEL)"
              DISPLAY (14, 36) "(NIVEL)".
       FILA2.
           DISPLAY (20, 04)
                "A=APROVAR   R=REJEITAR   P=PULAR   F=FIM"
           IF TIPOPA = "C"
              PERFORM APLICA-CARGO THRU APLICA-CARGO-FIM
           ELSE
              IF TIPOPA = "N"
                 PERFORM APLICA-NIVEL THRU APLICA-NIVEL-FIM
              ELSE
                 PERFORM APLICA-RETRO THRU APLICA-RETRO-FIM.
      *    SE A APLICACAO FALHOU A PENDENCIA CONTINUA "P", PARA SER
      *    CORRIGIDA E REAPROVADA - NUNCA FICA "A" SEM TER APLICADO.
           IF W-APLICOU NOT = "S"
              WRITE REGEVEN.
       APLICA-RETRO-FIM.
           EXIT.
      *
      *    APLICA A MUDANCA DE NIVEL APROVADA NO FUNCIONARIO E GRAVA
      *    A MOVIMENTACAO (DEPTO E CARGO INALTERADOS) NO ARQMOVFUNC.
      *    SE O NIVEL ATUAL JA NAO E O DO PEDIDO, OUTRA MUDANCA ENTROU
      *    ANTES E ESTA DEVE SER REJEITADA.
       APLICA-NIVEL.
           IF W-FUNC-OK NOT = "S"
              MOVE "N" TO W-APLICOU
              MOVE "* ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-NIVEL-FIM.
           MOVE CODREFPA TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "N" TO W-APLICOU
              MOVE "* FUNCIONARIO DA PENDENCIA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-NIVEL-FIM.
           IF NIVELS NOT = VALORANTPA
              MOVE "N" TO W-APLICOU
              MOVE "* NIVEL ATUAL DIFERE DO PEDIDO - REJEITE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-NIVEL-FIM.
           MOVE REGFUNC    TO W-JRN-ANT
           MOVE VALORNOVPA TO NIVELS
           MOVE W-APROV    TO OPERADOR IN REGFUNC
           ACCEPT DATAGRAV IN REGFUNC FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGFUNC FROM TIME
           MOVE REGFUNC    TO W-JRN-NOV
           REWRITE REGFUNC
           IF FUNC-ERRO NOT = "00" AND FUNC-ERRO NOT = "02"
              MOVE "N" TO W-APLICOU
              MOVE "ERRO NA REGRAVACAO DO FUNCIONARIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APLICA-NIVEL-FIM.
           MOVE "ARQFUNC " TO W-JRN-ARQ
           MOVE "R" TO W-JRN-OP
           PERFORM GRAVA-JRN THRU GRAVA-JRN-FIM
           MOVE CODFUNC    TO FUNCMV
           ACCEPT DATAMV FROM DATE YYYYMMDD
           ACCEPT HORAMV FROM TIME
           MOVE DEPFUNC    TO DEPANTMV DEPNOVMV
           MOVE CARGOFUNC  TO CARGANTMV CARGNOVMV
           MOVE VALORANTPA TO NIVANTMV
           MOVE VALORNOVPA TO NIVNOVMV
           MOVE "MUDANCA DE NIVEL"  TO MOTIVOMV
           MOVE OPERSOLPA  TO OPERADOR-MV
           WRITE REGMOVFUNC.
       APLICA-NIVEL-FIM.
           EXIT.
      *
       FILA-FIM.
           IF W-QTDPEND = ZEROS
      *
       ROT-FIM2.
           CLOSE ARQCARG ARQCARGHIST ARQEVEN ARQJRNHR.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC ARQMOVFUNC.
       ROT-FIM.
           CLOSE ARQOPER.
       ROT-FIM1A.
