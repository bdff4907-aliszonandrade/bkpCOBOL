      *----------------------------------------------------------------
      * MANUTENCAO DO CADASTRO DE OPERADORES (ARQOPER)                *
      * SENHA E PERFIL DE ACESSO AO MENU FPP000                       *
      * ACESSO AOS DADOS SENSIVEIS (SALARIO, CPF E DADOS BANCARIOS):  *
      * T = VE COMPLETOS, M = VE MASCARADOS (CAMPOS EM ARQSENS/FPP120)*
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
      *    T = VE OS CAMPOS SENSIVEIS COMPLETOS, M = MASCARADOS.
      *    EM BRANCO (OPERADOR ANTIGO) VALE A REGRA DO PERFIL:
      *    CONSULTA (C) MASCARADO, DEMAIS COMPLETOS.
          03 SENSIVELOP        PIC X(01).
      *
      *    CICLO DE VIDA DA SENHA (FPP000/FPP070): O DESBLOQUEIO DE
      *    OPERADOR TRAVADO POR TENTATIVAS ERRADAS E FEITO AQUI, SO
           05  LINE 15  COLUMN 04 VALUE  "PERFIS: A=ADMINISTRADOR".
           05  LINE 16  COLUMN 04 VALUE  "F=FOLHA (FPP015-FPP021)".
           05  LINE 17  COLUMN 04 VALUE  "C=CONSULTAS (FPP011-FPP014)".
           05  LINE 19  COLUMN 04 VALUE  "DADOS SENSIVEIS (T/M) :".
           05  LINE 20  COLUMN 04
               VALUE  "T=SALARIO/CPF/BANCO COMPLETOS M=MASCARADOS".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODOPER
               LINE 05  COLUMN 28  PIC X(08)
               LINE 13  COLUMN 28  PIC X(01)
               USING  STATUSOP
               HIGHLIGHT.
           05  TSENSIVELOP
               LINE 19  COLUMN 28  PIC X(01)
               USING  SENSIVELOP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R1.
           MOVE ZEROS TO W-SEL
           MOVE SPACES TO CODOPER NOMEOPER SENHAOP PERFILAUX
           MOVE SPACES TO PERFIL STATUSOP SENSIVELOP.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
                   MOVE "A = ATIVO, I = INATIVO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           IF SENSIVELOP = SPACES
              IF PERFILAUX = "C"
                   MOVE "M" TO SENSIVELOP
              ELSE
                   MOVE "T" TO SENSIVELOP.
           ACCEPT TSENSIVELOP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF SENSIVELOP NOT = "T" AND SENSIVELOP NOT = "M"
                   MOVE "T = COMPLETOS, M = MASCARADOS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
