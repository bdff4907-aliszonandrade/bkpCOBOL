             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
      *    CICLO DE VIDA DA SENHA: DATA DA ULTIMA TROCA, CONTADOR DE
      *    FALHAS, BLOQUEIO E AS TRES SENHAS ANTERIORES.
