       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP118.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * VERIFICACAO E REORGANIZACAO DOS ARQUIVOS INDEXADOS            *
      * LE DE PONTA A PONTA TODOS OS ARQUIVOS INDEXADOS DO SISTEMA,   *
      * MESTRES E MOVIMENTOS (RELACAO EM TABARQ), MENOS O PROPRIO     *
      * ARQCTRLTOT E O CATALOGO ARQRELCAT, E CONFERE:                 *
      *   - CHAVE PRIMARIA EM SEQUENCIA E SEM DUPLICIDADE;            *
      *   - REGISTROS QUE NAO PODEM SER LIDOS;                        *
      *   - CONTAGEM CONTRA A ULTIMA FOTOGRAFIA DO STP036.            *
      * A PEDIDO, REORGANIZA CADA ARQUIVO SEM REGISTRO ILEGIVEL:      *
      * DESCARREGA EM <ARQUIVO>.REO (QUE FICA COMO COPIA) E RECARREGA *
      * O INDEXADO, RECUPERANDO O ESPACO DAS EXCLUSOES.               *
      * RODA PELO MENU (PERFIL ADMINISTRADOR) OU COMO PASSO OPCIONAL  *
      * NO FIM DO FECHAMENTO (FPP037), COM W-MODOLOTE = "S" (SO       *
      * VERIFICA) OU "R" (VERIFICA E REORGANIZA). USAR COM OS DEMAIS  *
      * PROGRAMAS FECHADOS. O RELATORIO VAI PARA O CATALOGO (FPP045). *
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
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODEDEP
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODECARGO
                       ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPEN
                       ALTERNATE RECORD KEY IS NOMEDEPEN WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT CADPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPROD
                       ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT CADFORN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CNPJ
                       ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEME
                       ALTERNATE RECORD KEY IS CODPRODME
                                      WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQABC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODAB
                       ALTERNATE RECORD KEY IS INVVALAB WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQADESAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ADESFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQAFAST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS AFASTFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQALCADA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NIVELAL
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQALIQISS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQAQUIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PLACAAQ
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQATRIB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAT
                       ALTERNATE RECORD KEY IS FUNCAT WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQAUTHE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAH
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQAVAL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQBAIXA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PLACABX
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQBENEF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS BENFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQBHORAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEBH
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQBXOBS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODBX
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCARGHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECH-CARGHIST
                       ALTERNATE RECORD KEY IS CODECARGOH
                                     WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCARROHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECAH
                       ALTERNATE RECORD KEY IS PLACACAH WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMCAT
                       ALTERNATE RECORD KEY IS DATACAT WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCATEG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCATEG
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCEPHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECH-CEPHIST
                       ALTERNATE RECORD KEY IS CEPCH WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCERT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCERTLOG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECL
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCHAIN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECH2
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCICLO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECC
                       ALTERNATE RECORD KEY IS CODPRODCC WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCNH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCNH
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCOMB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECB-COMB
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONCIL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECB-CONCIL
                       ALTERNATE RECORD KEY IS REFCB WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NOMECQ
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONSIG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONTATO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECN-CONTATO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECN-CONTR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONVUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODCV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCOTACAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECT-COTACAO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCSMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECM
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCTREC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECT-CTREC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCURREQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERQ
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCURSO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCURSO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDECL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDC-DECL
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEPCHF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPCH
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEPE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPEN-DEPE
                       ALTERNATE RECORD KEY IS NOMEDEPEN-DEPE
                                     WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEPENARQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPENA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEPHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDH
                       ALTERNATE RECORD KEY IS CODEDEPH WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEVOL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMDEV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDIARIO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDB
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDISC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDOCVEIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDC-DOCVEIC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEMPR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS EMPRFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQENDER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEN
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQENDFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEF-ENDFOR
                       ALTERNATE RECORD KEY IS CNPJEF WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQENDFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ENDFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEPICA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PRODCA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEPICARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEPIENT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEQUIV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEQ
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQESCALA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODESC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQESCFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEF-ESCFUN
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQESTFECH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETEF
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQESTFOTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEV-EVEN
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQEXCFL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEX
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFERIAD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS DATAFER
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFERIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FERFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFERRAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFRETE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNCARQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNCA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNCUR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNDOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFD
                       ALTERNATE RECORD KEY IS CODTDFD WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQFUNSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQGUIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGU
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQHEPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEHP
                       ALTERNATE RECORD KEY IS COMPETHP WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQINV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODIV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQJRNHR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEJR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQKIT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEKT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQLGPD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNCLG
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQLOTE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQLOTMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELM
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMANUT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEMAN
                       ALTERNATE RECORD KEY IS PLACAMAN WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMAPCON ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ORIGEMMAP
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMARCA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODMARCA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMOVFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEMV-MOVFUNC
                       ALTERNATE RECORD KEY IS FUNCMV WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMULTA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEML
                       ALTERNATE RECORD KEY IS FUNCML WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQMUNIC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODIBGE-MU
                       ALTERNATE RECORD KEY IS NOMEMUNIC WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQNFECAB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVENE
                       ALTERNATE RECORD KEY IS DATAENTNE WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQNFEITE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVENI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQOPER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODOPER
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQORCDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEOR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQORCMAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEOM
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQORDSERV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMOS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPAGAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVETIT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPEDAPR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMPEDAP
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPEDCAB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMPED
                       ALTERNATE RECORD KEY IS CNPJPED WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPEDITE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPENDAP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPENSAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPGSTAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPG
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPLANO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPLANO-PLANO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPLANSAU ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPLANO-PLANSAU
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPLANVEI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPV-PLANVEI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPNEU ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMFOGO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPNEUEV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEV-PNEUEV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPONTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPT
                       ALTERNATE RECORD KEY IS COMPETPT WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPRFOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPF
                       ALTERNATE RECORD KEY IS CNPJFORNPF
                                     WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPRHIST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEHIST
                       ALTERNATE RECORD KEY IS CODPRODH WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPROC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMPC
                       ALTERNATE RECORD KEY IS FUNCPC WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPROCMV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEMV-PROCMV
                       ALTERNATE RECORD KEY IS COMPETMV WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPROV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPV-PROV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQPTNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPN
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQQUAR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEQR
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQRATEIO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQRECFL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERF
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQREORD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODRO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQREORDH ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERH
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQREORDP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODRP
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQREQCAB ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMREQ
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQREQITE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERI
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQRESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS RESCFUNC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQRESEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODRS
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQRESVEI ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERV
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSALDOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESL-SALDOC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSCORE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCSC
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSELO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESL-SELO
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSENHAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODOPSE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSENS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CAMPOSE
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODSIND
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSINDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESD
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSINIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESN
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQSUSP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESP
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQTDOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODTD
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQTEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODEVT
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQVAGAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMVAGA
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQVIADESP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEVD
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQVIAGEM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMVG
                       ALTERNATE RECORD KEY IS FUNCVG WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQVISTOR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEVI
                       FILE STATUS  IS ST-ERRO.
           SELECT CADCARRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PLACA
                       ALTERNATE RECORD KEY IS PROPRIETARIO
                                     WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT CADCEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCEP
                       ALTERNATE RECORD KEY IS DATAMOD-CE
                                     WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCTRLTOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECT
                       FILE STATUS  IS CT-ERRO.
           SELECT ARQREO ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS RO-ERRO.
           SELECT ARQVERTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    SO AS CHAVES INTERESSAM; O RESTO DO REGISTRO VAI INTEIRO
      *    PARA A DESCARGA.
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC       PIC 9(06).
           03 NOMEFUNC      PIC X(30).
           03 FILLER        PIC X(170).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODEDEP       PIC 9(03).
           03 NOMEDEP       PIC X(25).
           03 FILLER        PIC X(73).

       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODECARGO     PIC 9(03).
           03 NOMECARGO     PIC X(25).
           03 FILLER        PIC X(82).

       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
           03 CODDEPEN.
               05 DEPENFUNC PIC 9(06).
               05 SEQUENCIA PIC 9(01).
           03 NOMEDEPEN     PIC X(30).
           03 FILLER        PIC X(104).

       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 FILLER        PIC X(82).
           03 CNPJFORN      PIC 9(15).
           03 FILLER        PIC X(36).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 FILLER        PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).

       FD ARQMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVEST.DAT".
       01 REGMOVEST.
           03 CHAVEME.
               05 CODPRODME PIC 9(06).
               05 DATAME    PIC 9(08).
               05 HORAME    PIC 9(06).
           03 FILLER        PIC X(37).

       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
           03 CODPRODAB     PIC 9(06).
           03 FILLER        PIC X(12).
           03 INVVALAB      PIC X(11).
           03 FILLER        PIC X(34).

       FD ARQADESAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
           03 ADESFUNC      PIC 9(06).
           03 FILLER        PIC X(28).

       FD ARQADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
           03 CHAVEAD       PIC X(12).
           03 FILLER        PIC X(42).

       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFASTFUNC     PIC 9(06).
           03 FILLER        PIC X(54).

       FD ARQALCADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALCADA.DAT".
       01 REGALCADA.
           03 NIVELAL       PIC 9(01).
           03 FILLER        PIC X(55).

       FD ARQALIQISS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQISS.DAT".
       01 REGALIQISS.
           03 CHAVEAI       PIC X(12).
           03 FILLER        PIC X(56).

       FD ARQAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAQUIS.DAT".
       01 REGAQUIS.
           03 PLACAAQ       PIC X(08).
           03 FILLER        PIC X(49).

       FD ARQASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
           03 CHAVEAS       PIC X(07).
           03 FILLER        PIC X(39).

       FD ARQATRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATRIB.DAT".
       01 REGATRIB.
           03 CHAVEAT       PIC X(22).
           03 FUNCAT        PIC 9(06).
           03 FILLER        PIC X(25).

       FD ARQAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTHE.DAT".
       01 REGAUTHE.
           03 CHAVEAH       PIC X(14).
           03 FILLER        PIC X(83).

       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 CHAVEAV       PIC X(10).
           03 FILLER        PIC X(75).

       FD ARQBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAIXA.DAT".
       01 REGBAIXA.
           03 PLACABX       PIC X(08).
           03 FILLER        PIC X(76).

       FD ARQBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBENEF.DAT".
       01 REGBENEF.
           03 BENFUNC       PIC 9(06).
           03 FILLER        PIC X(34).

       FD ARQBHORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBHORAS.DAT".
       01 REGBHORAS.
           03 CHAVEBH       PIC X(12).
           03 FILLER        PIC X(37).

       FD ARQBXOBS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXOBS.DAT".
       01 REGBXOBS.
           03 CODPRODBX     PIC 9(06).
           03 FILLER        PIC X(63).

       FD ARQCARGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARGHIST.DAT".
       01 REGCARGHIST.
           03 CHAVECH-CARGHIST.
               05 CODECARGOH PIC 9(03).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(16).

       FD ARQCARROHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARROHIST.DAT".
       01 REGCARROHIST.
           03 CHAVECAH.
               05 PLACACAH  PIC X(08).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(60).

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
           03 NUMCAT        PIC 9(06).
           03 FILLER        PIC X(09).
           03 DATACAT       PIC 9(08).
           03 FILLER        PIC X(178).

       FD ARQCATEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCATEG.DAT".
       01 REGCATEG.
           03 CODCATEG      PIC 9(02).
           03 FILLER        PIC X(22).

       FD ARQCEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEPHIST.DAT".
       01 REGCEPHIST.
           03 CHAVECH-CEPHIST.
               05 CEPCH     PIC 9(09).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(02).

       FD ARQCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DAT".
       01 REGCERT.
           03 CHAVECE       PIC X(16).
           03 FILLER        PIC X(59).

       FD ARQCERTLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERTLOG.DAT".
       01 REGCERTLOG.
           03 CHAVECL       PIC X(31).
           03 FILLER        PIC X(23).

       FD ARQCHAIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHAIN.DAT".
       01 REGCHAIN.
           03 CHAVECH2      PIC X(08).
           03 FILLER        PIC X(43).

       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CHAVECC.
               05 FILLER    PIC X(08).
               05 CODPRODCC PIC 9(06).
           03 FILLER        PIC X(40).

       FD ARQCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNH.DAT".
       01 REGCNH.
           03 FUNCCNH       PIC 9(06).
           03 FILLER        PIC X(29).

       FD ARQCOMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMB.DAT".
       01 REGCOMB.
           03 CHAVECB-COMB  PIC X(22).
           03 FILLER        PIC X(45).

       FD ARQCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
           03 COMPETCC      PIC 9(06).
           03 FILLER        PIC X(38).

       FD ARQCONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONCIL.DAT".
       01 REGCONCIL.
           03 CHAVECB-CONCIL PIC X(27).
           03 FILLER        PIC X(62).
           03 REFCB         PIC X(30).
           03 FILLER        PIC X(46).

       FD ARQCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONS.DAT".
       01 REGCONS.
           03 NOMECQ        PIC X(12).
           03 FILLER        PIC X(340).

       FD ARQCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONSIG.DAT".
       01 REGCONSIG.
           03 CHAVECS       PIC X(21).
           03 FILLER        PIC X(56).

       FD ARQCONTATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTATO.DAT".
       01 REGCONTATO.
           03 CHAVECN-CONTATO PIC X(17).
           03 FILLER        PIC X(99).

       FD ARQCONTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CHAVECN-CONTR PIC X(21).
           03 FILLER        PIC X(63).

       FD ARQCONVUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONVUN.DAT".
       01 REGCONVUN.
           03 CODPRODCV     PIC 9(06).
           03 FILLER        PIC X(08).

       FD ARQCOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOTACAO.DAT".
       01 REGCOTACAO.
           03 CHAVECT-COTACAO PIC X(21).
           03 FILLER        PIC X(42).

       FD ARQCSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSMOV.DAT".
       01 REGCSMOV.
           03 CHAVECM       PIC X(37).
           03 FILLER        PIC X(51).

       FD ARQCTREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTREC.DAT".
       01 REGCTREC.
           03 CHAVECT-CTREC PIC X(19).
           03 FILLER        PIC X(130).

       FD ARQCURREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURREQ.DAT".
       01 REGCURREQ.
           03 CHAVERQ       PIC X(12).
           03 FILLER        PIC X(22).

       FD ARQCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURSO.DAT".
       01 REGCURSO.
           03 CODCURSO      PIC 9(03).
           03 FILLER        PIC X(65).

       FD ARQDECL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDECL.DAT".
       01 REGDECL.
           03 CHAVEDC-DECL  PIC X(09).
           03 FILLER        PIC X(122).

       FD ARQDEPCHF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPCHF.DAT".
       01 REGDEPCHF.
           03 CODDEPCH      PIC 9(03).
           03 FILLER        PIC X(28).

       FD ARQDEPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 CODDEPEN-DEPE PIC X(07).
           03 NOMEDEPEN-DEPE PIC X(30).
           03 FILLER        PIC X(82).

       FD ARQDEPENARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPENARQ.DAT".
       01 REGDEPENARQ.
           03 CODDEPENA     PIC X(07).
           03 FILLER        PIC X(134).

       FD ARQDEPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPHIST.DAT".
       01 REGDEPHIST.
           03 CHAVEDH.
               05 CODEDEPH  PIC 9(03).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(90).

       FD ARQDEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEVOL.DAT".
       01 REGDEVOL.
           03 NUMDEV        PIC 9(06).
           03 FILLER        PIC X(101).

       FD ARQDIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDIARIO.DAT".
       01 REGDIARIO.
           03 CHAVEDB       PIC X(20).
           03 FILLER        PIC X(68).

       FD ARQDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
           03 CHAVEDI       PIC X(14).
           03 FILLER        PIC X(133).

       FD ARQDOCVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOCVEIC.DAT".
       01 REGDOCVEIC.
           03 CHAVEDC-DOCVEIC PIC X(09).
           03 FILLER        PIC X(47).

       FD ARQEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEMPR.DAT".
       01 REGEMPR.
           03 EMPRFUNC      PIC 9(06).
           03 FILLER        PIC X(70).

       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
           03 CHAVEEN       PIC X(08).
           03 FILLER        PIC X(28).

       FD ARQENDFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDFOR.DAT".
       01 REGENDFOR.
           03 CHAVEEF-ENDFOR.
               05 CNPJEF    PIC 9(15).
               05 FILLER    PIC X(03).
           03 FILLER        PIC X(25).

       FD ARQENDFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDFUN.DAT".
       01 REGENDFUN.
           03 ENDFUNC       PIC 9(06).
           03 FILLER        PIC X(124).

       FD ARQEPICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICA.DAT".
       01 REGEPICA.
           03 PRODCA        PIC 9(06).
           03 FILLER        PIC X(36).

       FD ARQEPICARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICARG.DAT".
       01 REGEPICARG.
           03 CHAVEEC       PIC X(09).
           03 FILLER        PIC X(29).

       FD ARQEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
           03 CHAVEEE       PIC X(20).
           03 FILLER        PIC X(55).

       FD ARQEQUIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEQUIV.DAT".
       01 REGEQUIV.
           03 CHAVEEQ       PIC X(07).
           03 FILLER        PIC X(34).

       FD ARQESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCALA.DAT".
       01 REGESCALA.
           03 CODESC        PIC 9(02).
           03 FILLER        PIC X(53).

       FD ARQESCFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESCFUN.DAT".
       01 REGESCFUN.
           03 CHAVEEF-ESCFUN PIC X(12).
           03 FILLER        PIC X(24).

       FD ARQESTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFECH.DAT".
       01 REGESTFECH.
           03 COMPETEF      PIC 9(06).
           03 FILLER        PIC X(23).

       FD ARQESTFOTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFOTO.DAT".
       01 REGESTFOTO.
           03 CHAVEFT       PIC X(12).
           03 FILLER        PIC X(15).

       FD ARQEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 CHAVEEV-EVEN  PIC X(15).
           03 FILLER        PIC X(30).

       FD ARQEXCFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXCFL.DAT".
       01 REGEXCFL.
           03 CHAVEEX       PIC X(13).
           03 FILLER        PIC X(95).

       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
           03 DATAFER       PIC X(08).
           03 FILLER        PIC X(47).

       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FERFUNC       PIC 9(06).
           03 FILLER        PIC X(51).

       FD ARQFERRAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERRAM.DAT".
       01 REGFERRAM.
           03 CHAVEFE       PIC X(16).
           03 FILLER        PIC X(31).

       FD ARQFLCPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFLCPL.DAT".
       01 REGFLCPL.
           03 CHAVECF       PIC X(13).
           03 FILLER        PIC X(128).

       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FILLER    PIC X(06).
               05 COMPETFL  PIC 9(06).
           03 FILLER        PIC X(146).

       FD ARQFRETE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRETE.DAT".
       01 REGFRETE.
           03 CHAVEFR       PIC X(25).
           03 FILLER        PIC X(112).

       FD ARQFUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCARQ.DAT".
       01 REGFUNCARQ.
           03 CODFUNCA      PIC 9(06).
           03 FILLER        PIC X(200).

       FD ARQFUNCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCTR.DAT".
       01 REGFUNCTR.
           03 FUNCCT        PIC 9(06).
           03 FILLER        PIC X(79).

       FD ARQFUNCUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCUR.DAT".
       01 REGFUNCUR.
           03 CHAVEFC       PIC X(09).
           03 FILLER        PIC X(68).

       FD ARQFUNDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNDOC.DAT".
       01 REGFUNDOC.
           03 CHAVEFD.
               05 FILLER    PIC X(06).
               05 CODTDFD   PIC 9(02).
               05 FILLER    PIC X(01).
           03 FILLER        PIC X(60).

       FD ARQFUNEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNEMP.DAT".
       01 REGFUNEMP.
           03 FUNCFE        PIC 9(06).
           03 FILLER        PIC X(23).

       FD ARQFUNSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNSIND.DAT".
       01 REGFUNSIND.
           03 FUNCFS        PIC 9(06).
           03 FILLER        PIC X(34).

       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
           03 CHAVEGR       PIC X(13).
           03 FILLER        PIC X(30).

       FD ARQGUIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGUIAS.DAT".
       01 REGGUIAS.
           03 CHAVEGU       PIC X(08).
           03 FILLER        PIC X(52).

       FD ARQHEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEPEN.DAT".
       01 REGHEPEN.
           03 CHAVEHP.
               05 FILLER    PIC X(06).
               05 COMPETHP  PIC 9(06).
           03 FILLER        PIC X(45).

       FD ARQINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQINV.DAT".
       01 REGINV.
           03 CODPRODIV     PIC 9(06).
           03 FILLER        PIC X(22).

       FD ARQJRNHR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJRNHR.DAT".
       01 REGJRNHR.
           03 CHAVEJR       PIC X(17).
           03 FILLER        PIC X(437).

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
           03 CHAVEKT       PIC X(12).
           03 FILLER        PIC X(26).

       FD ARQLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPD.DAT".
       01 REGLGPD.
           03 CODFUNCLG     PIC 9(06).
           03 FILLER        PIC X(43).

       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
           03 CHAVELT       PIC X(16).
           03 FILLER        PIC X(36).

       FD ARQLOTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMOV.DAT".
       01 REGLOTMOV.
           03 CHAVELM       PIC X(30).
           03 FILLER        PIC X(18).

       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
           03 CHAVEMAN.
               05 PLACAMAN  PIC X(08).
               05 FILLER    PIC X(03).
           03 FILLER        PIC X(67).

       FD ARQMAPCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMAPCON.DAT".
       01 REGMAPCON.
           03 ORIGEMMAP     PIC X(08).
           03 FILLER        PIC X(63).

       FD ARQMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMARCA.DAT".
       01 REGMARCA.
           03 CODMARCA      PIC 9(01).
           03 FILLER        PIC X(13).

       FD ARQMOVFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVFUNC.DAT".
       01 REGMOVFUNC.
           03 CHAVEMV-MOVFUNC.
               05 FUNCMV    PIC 9(06).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(44).

       FD ARQMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMULTA.DAT".
       01 REGMULTA.
           03 CHAVEML       PIC X(20).
           03 FILLER        PIC X(28).
           03 FUNCML        PIC 9(06).
           03 FILLER        PIC X(32).

       FD ARQMUNIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMUNIC.DAT".
       01 REGMUNIC.
           03 CODIBGE-MU    PIC 9(07).
           03 NOMEMUNIC     PIC X(30).
           03 FILLER        PIC X(02).

       FD ARQNFECAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFECAB.DAT".
       01 REGNFECAB.
           03 CHAVENE       PIC X(28).
           03 FILLER        PIC X(08).
           03 DATAENTNE     PIC 9(08).
           03 FILLER        PIC X(108).

       FD ARQNFEITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFEITE.DAT".
       01 REGNFEITE.
           03 CHAVENI       PIC X(31).
           03 FILLER        PIC X(89).

       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
           03 CODOPER       PIC X(08).
           03 FILLER        PIC X(56).

       FD ARQORCDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCDEP.DAT".
       01 REGORCDEP.
           03 CHAVEOR       PIC X(09).
           03 FILLER        PIC X(33).

       FD ARQORCMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCMAT.DAT".
       01 REGORCMAT.
           03 CHAVEOM       PIC X(09).
           03 FILLER        PIC X(142).

       FD ARQORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORDSERV.DAT".
       01 REGORDSERV.
           03 NUMOS         PIC 9(06).
           03 FILLER        PIC X(69).

       FD ARQPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGAR.DAT".
       01 REGPAGAR.
           03 CHAVETIT      PIC X(27).
           03 FILLER        PIC X(115).

       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
           03 CODPARAM      PIC 9(01).
           03 FILLER        PIC X(167).

       FD ARQPEDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDAPR.DAT".
       01 REGPEDAPR.
           03 NUMPEDAP      PIC 9(06).
           03 FILLER        PIC X(84).

       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
           03 NUMPED        PIC 9(06).
           03 CNPJPED       PIC 9(15).
           03 FILLER        PIC X(47).

       FD ARQPEDITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDITE.DAT".
       01 REGPEDITE.
           03 CHAVEPI       PIC X(08).
           03 FILLER        PIC X(27).

       FD ARQPENDAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENDAP.DAT".
       01 REGPENDAP.
           03 CHAVEPA       PIC X(07).
           03 FILLER        PIC X(59).

       FD ARQPENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENSAO.DAT".
       01 REGPENSAO.
           03 CHAVEPS       PIC X(07).
           03 FILLER        PIC X(81).

       FD ARQPGSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGSTAT.DAT".
       01 REGPGSTAT.
           03 CHAVEPG       PIC X(12).
           03 FILLER        PIC X(39).

       FD ARQPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGPLANO.
           03 CODPLANO-PLANO PIC 9(02).
           03 FILLER        PIC X(28).

       FD ARQPLANSAU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANSAU.DAT".
       01 REGPLANSAU.
           03 CODPLANO-PLANSAU PIC 9(03).
           03 FILLER        PIC X(72).

       FD ARQPLANVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANVEI.DAT".
       01 REGPLANVEI.
           03 CHAVEPV-PLANVEI PIC X(11).

       FD ARQPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 CHAVEPL       PIC X(12).
           03 FILLER        PIC X(67).

       FD ARQPNEU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEU.DAT".
       01 REGPNEU.
           03 NUMFOGO       PIC X(10).
           03 FILLER        PIC X(105).

       FD ARQPNEUEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEUEV.DAT".
       01 REGPNEUEV.
           03 CHAVEEV-PNEUEV PIC X(24).
           03 FILLER        PIC X(44).

       FD ARQPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 CHAVEPT.
               05 FILLER    PIC X(06).
               05 COMPETPT  PIC 9(06).
           03 FILLER        PIC X(36).

       FD ARQPRFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRFOR.DAT".
       01 REGPRFOR.
           03 CHAVEPF.
               05 FILLER    PIC X(06).
               05 CNPJFORNPF PIC 9(15).
           03 FILLER        PIC X(12).

       FD ARQPRHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRHIST.DAT".
       01 REGPRHIST.
           03 CHAVEHIST.
               05 CODPRODH  PIC 9(06).
               05 FILLER    PIC X(14).
           03 FILLER        PIC X(18).

       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
           03 NUMPC         PIC 9(20).
           03 FUNCPC        PIC 9(06).
           03 FILLER        PIC X(245).

       FD ARQPROCMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROCMV.DAT".
       01 REGPROCMV.
           03 CHAVEMV-PROCMV PIC X(30).
           03 FILLER        PIC X(62).
           03 COMPETMV      PIC 9(06).
           03 FILLER        PIC X(26).

       FD ARQPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROV.DAT".
       01 REGPROV.
           03 CHAVEPV-PROV  PIC X(09).
           03 FILLER        PIC X(54).

       FD ARQPTNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTNOT.DAT".
       01 REGPTNOT.
           03 CHAVEPN       PIC X(12).
           03 FILLER        PIC X(43).

       FD ARQQUAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUAR.DAT".
       01 REGQUAR.
           03 CHAVEQR       PIC X(10).
           03 FILLER        PIC X(56).

       FD ARQRATEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRATEIO.DAT".
       01 REGRATEIO.
           03 CHAVERT       PIC X(09).
           03 FILLER        PIC X(33).

       FD ARQRECFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRECFL.DAT".
       01 REGRECFL.
           03 CHAVERF       PIC X(29).
           03 FILLER        PIC X(80).

       FD ARQREORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORD.DAT".
       01 REGREORD.
           03 CODPRODRO     PIC 9(06).
           03 FILLER        PIC X(34).

       FD ARQREORDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORDH.DAT".
       01 REGREORDH.
           03 CHAVERH       PIC X(22).
           03 FILLER        PIC X(38).

       FD ARQREORDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORDP.DAT".
       01 REGREORDP.
           03 CODPRODRP     PIC 9(06).
           03 FILLER        PIC X(73).

       FD ARQREQCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREQCAB.DAT".
       01 REGREQCAB.
           03 NUMREQ        PIC 9(06).
           03 FILLER        PIC X(28).

       FD ARQREQITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREQITE.DAT".
       01 REGREQITE.
           03 CHAVERI       PIC X(08).
           03 FILLER        PIC X(24).

       FD ARQRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESC.DAT".
       01 REGRESC.
           03 RESCFUNC      PIC 9(06).
           03 FILLER        PIC X(45).

       FD ARQRESEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESEST.DAT".
       01 REGRESEST.
           03 CODPRODRS     PIC 9(06).
           03 FILLER        PIC X(06).

       FD ARQRESVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESVEI.DAT".
       01 REGRESVEI.
           03 CHAVERV       PIC X(16).
           03 FILLER        PIC X(23).

       FD ARQSALDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALDOC.DAT".
       01 REGSALDOC.
           03 CHAVESL-SALDOC PIC X(08).
           03 FILLER        PIC X(06).

       FD ARQSCORE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSCORE.DAT".
       01 REGSCORE.
           03 FUNCSC        PIC 9(06).
           03 FILLER        PIC X(41).

       FD ARQSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSELO.DAT".
       01 REGSELO.
           03 CHAVESL-SELO  PIC X(12).
           03 FILLER        PIC X(31).

       FD ARQSENHAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSENHAS.DAT".
       01 REGSENHAS.
           03 CODOPSE       PIC X(08).
           03 FILLER        PIC X(34).

       FD ARQSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSENS.DAT".
       01 REGSENS.
           03 CAMPOSE       PIC X(12).
           03 FILLER        PIC X(23).

       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
           03 CODSIND       PIC 9(03).
           03 FILLER        PIC X(82).

       FD ARQSINDDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDDESC.DAT".
       01 REGSINDDESC.
           03 CHAVESD       PIC X(12).
           03 FILLER        PIC X(42).

       FD ARQSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINIS.DAT".
       01 REGSINIS.
           03 CHAVESN       PIC X(16).
           03 FILLER        PIC X(96).

       FD ARQSUSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUSP.DAT".
       01 REGSUSP.
           03 CHAVESP       PIC X(20).
           03 FILLER        PIC X(37).

       FD ARQTDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTDOC.DAT".
       01 REGTDOC.
           03 CODTD         PIC 9(02).
           03 FILLER        PIC X(56).

       FD ARQTEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTEVEN.DAT".
       01 REGTEVEN.
           03 CODEVT        PIC 9(03).
           03 FILLER        PIC X(35).

       FD ARQVAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAGAS.DAT".
       01 REGVAGAS.
           03 NUMVAGA       PIC 9(06).
           03 FILLER        PIC X(59).

       FD ARQVIADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIADESP.DAT".
       01 REGVIADESP.
           03 CHAVEVD       PIC X(08).
           03 FILLER        PIC X(84).

       FD ARQVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIAGEM.DAT".
       01 REGVIAGEM.
           03 NUMVG         PIC 9(06).
           03 FUNCVG        PIC 9(06).
           03 FILLER        PIC X(185).

       FD ARQVISTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVISTOR.DAT".
       01 REGVISTOR.
           03 CHAVEVI       PIC X(22).
           03 FILLER        PIC X(186).

       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
           03 PLACA         PIC X(08).
           03 PROPRIETARIO  PIC X(30).
           03 FILLER        PIC X(28).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CODCEP        PIC 9(09).
           03 FILLER        PIC X(191).
           03 DATAMOD-CE    PIC 9(04).
           03 FILLER        PIC X(07).
      *
      *    FOTOGRAFIAS DOS TOTAIS DE CONTROLE (STP036).
       FD ARQCTRLTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTRLTOT.DAT".
       01 REGCTRLTOT.
           03 CHAVECT.
               05 DATACT    PIC 9(08).
               05 ARQCT     PIC X(10).
           03 QTDCT         PIC 9(07).
           03 FILLER        PIC X(54).
      *
      *    DESCARGA DO ARQUIVO EM REORGANIZACAO (<ARQUIVO>.REO).
       FD ARQREO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREO.
       01 REGREO            PIC X(454).
      *
       FD ARQVERTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGVERTX          PIC X(120).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 CT-ERRO      PIC X(02) VALUE "00".
       01 RO-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 RC-ERRO      PIC X(02) VALUE "00".
       01 IND          PIC 9(03) COMP VALUE ZEROS.
       01 IND2         PIC 9(03) COMP VALUE ZEROS.
       01 W-LOTE       PIC X(01) VALUE "N".
       01 W-REORG      PIC X(01) VALUE "N".
       01 W-ABERTO     PIC X(01) VALUE "N".
       01 W-PRIMEIRO   PIC X(01) VALUE "S".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-NOMEREO    PIC X(20) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
      *
      *    REGISTRO E CHAVE PRIMARIA DO ARQUIVO EM VERIFICACAO.
       01 W-REG        PIC X(454) VALUE SPACES.
       01 W-CHAVE      PIC X(38) VALUE SPACES.
       01 W-CHAVEANT   PIC X(38) VALUE SPACES.
      *
       01 W-QTD        PIC 9(07) VALUE ZEROS.
       01 W-QTDSEQ     PIC 9(05) VALUE ZEROS.
       01 W-QTDDUP     PIC 9(05) VALUE ZEROS.
       01 W-QTDILEG    PIC 9(05) VALUE ZEROS.
       01 W-ERRSEG     PIC 9(02) VALUE ZEROS.
       01 W-QTDOCOR    PIC 9(03) VALUE ZEROS.
       01 W-QTDDESC    PIC 9(07) VALUE ZEROS.
       01 W-QTDRECA    PIC 9(07) VALUE ZEROS.
       01 W-QTDREJ     PIC 9(05) VALUE ZEROS.
       01 W-QTDPROB    PIC 9(02) VALUE ZEROS.
       01 W-QTDPROBTX  PIC Z9.
      *
      *    ARQUIVOS VERIFICADOS, NA ORDEM DO RELATORIO. OS SEIS
      *    PRIMEIROS TEM FOTOGRAFIA NO STP036.
       01 TABARQ.
           03 FILLER PIC X(12) VALUE "ARQFUNC".
           03 FILLER PIC X(12) VALUE "ARQDEP".
           03 FILLER PIC X(12) VALUE "ARQCARG".
           03 FILLER PIC X(12) VALUE "ARQDEPEN".
           03 FILLER PIC X(12) VALUE "CADPROD".
           03 FILLER PIC X(12) VALUE "CADFORN".
           03 FILLER PIC X(12) VALUE "ARQMOVEST".
           03 FILLER PIC X(12) VALUE "ARQABC".
           03 FILLER PIC X(12) VALUE "ARQADESAO".
           03 FILLER PIC X(12) VALUE "ARQADIANT".
           03 FILLER PIC X(12) VALUE "ARQAFAST".
           03 FILLER PIC X(12) VALUE "ARQALCADA".
           03 FILLER PIC X(12) VALUE "ARQALIQISS".
           03 FILLER PIC X(12) VALUE "ARQAQUIS".
           03 FILLER PIC X(12) VALUE "ARQASO".
           03 FILLER PIC X(12) VALUE "ARQATRIB".
           03 FILLER PIC X(12) VALUE "ARQAUTHE".
           03 FILLER PIC X(12) VALUE "ARQAVAL".
           03 FILLER PIC X(12) VALUE "ARQBAIXA".
           03 FILLER PIC X(12) VALUE "ARQBENEF".
           03 FILLER PIC X(12) VALUE "ARQBHORAS".
           03 FILLER PIC X(12) VALUE "ARQBXOBS".
           03 FILLER PIC X(12) VALUE "ARQCARGHIST".
           03 FILLER PIC X(12) VALUE "ARQCARROHIST".
           03 FILLER PIC X(12) VALUE "ARQCAT".
           03 FILLER PIC X(12) VALUE "ARQCATEG".
           03 FILLER PIC X(12) VALUE "ARQCEPHIST".
           03 FILLER PIC X(12) VALUE "ARQCERT".
           03 FILLER PIC X(12) VALUE "ARQCERTLOG".
           03 FILLER PIC X(12) VALUE "ARQCHAIN".
           03 FILLER PIC X(12) VALUE "ARQCICLO".
           03 FILLER PIC X(12) VALUE "ARQCNH".
           03 FILLER PIC X(12) VALUE "ARQCOMB".
           03 FILLER PIC X(12) VALUE "ARQCOMPET".
           03 FILLER PIC X(12) VALUE "ARQCONCIL".
           03 FILLER PIC X(12) VALUE "ARQCONS".
           03 FILLER PIC X(12) VALUE "ARQCONSIG".
           03 FILLER PIC X(12) VALUE "ARQCONTATO".
           03 FILLER PIC X(12) VALUE "ARQCONTR".
           03 FILLER PIC X(12) VALUE "ARQCONVUN".
           03 FILLER PIC X(12) VALUE "ARQCOTACAO".
           03 FILLER PIC X(12) VALUE "ARQCSMOV".
           03 FILLER PIC X(12) VALUE "ARQCTREC".
           03 FILLER PIC X(12) VALUE "ARQCURREQ".
           03 FILLER PIC X(12) VALUE "ARQCURSO".
           03 FILLER PIC X(12) VALUE "ARQDECL".
           03 FILLER PIC X(12) VALUE "ARQDEPCHF".
           03 FILLER PIC X(12) VALUE "ARQDEPE".
           03 FILLER PIC X(12) VALUE "ARQDEPENARQ".
           03 FILLER PIC X(12) VALUE "ARQDEPHIST".
           03 FILLER PIC X(12) VALUE "ARQDEVOL".
           03 FILLER PIC X(12) VALUE "ARQDIARIO".
           03 FILLER PIC X(12) VALUE "ARQDISC".
           03 FILLER PIC X(12) VALUE "ARQDOCVEIC".
           03 FILLER PIC X(12) VALUE "ARQEMPR".
           03 FILLER PIC X(12) VALUE "ARQENDER".
           03 FILLER PIC X(12) VALUE "ARQENDFOR".
           03 FILLER PIC X(12) VALUE "ARQENDFUN".
           03 FILLER PIC X(12) VALUE "ARQEPICA".
           03 FILLER PIC X(12) VALUE "ARQEPICARG".
           03 FILLER PIC X(12) VALUE "ARQEPIENT".
           03 FILLER PIC X(12) VALUE "ARQEQUIV".
           03 FILLER PIC X(12) VALUE "ARQESCALA".
           03 FILLER PIC X(12) VALUE "ARQESCFUN".
           03 FILLER PIC X(12) VALUE "ARQESTFECH".
           03 FILLER PIC X(12) VALUE "ARQESTFOTO".
           03 FILLER PIC X(12) VALUE "ARQEVEN".
           03 FILLER PIC X(12) VALUE "ARQEXCFL".
           03 FILLER PIC X(12) VALUE "ARQFERIAD".
           03 FILLER PIC X(12) VALUE "ARQFERIAS".
           03 FILLER PIC X(12) VALUE "ARQFERRAM".
           03 FILLER PIC X(12) VALUE "ARQFLCPL".
           03 FILLER PIC X(12) VALUE "ARQFOLHA".
           03 FILLER PIC X(12) VALUE "ARQFRETE".
           03 FILLER PIC X(12) VALUE "ARQFUNCARQ".
           03 FILLER PIC X(12) VALUE "ARQFUNCTR".
           03 FILLER PIC X(12) VALUE "ARQFUNCUR".
           03 FILLER PIC X(12) VALUE "ARQFUNDOC".
           03 FILLER PIC X(12) VALUE "ARQFUNEMP".
           03 FILLER PIC X(12) VALUE "ARQFUNSIND".
           03 FILLER PIC X(12) VALUE "ARQGRADE".
           03 FILLER PIC X(12) VALUE "ARQGUIAS".
           03 FILLER PIC X(12) VALUE "ARQHEPEN".
           03 FILLER PIC X(12) VALUE "ARQINV".
           03 FILLER PIC X(12) VALUE "ARQJRNHR".
           03 FILLER PIC X(12) VALUE "ARQKIT".
           03 FILLER PIC X(12) VALUE "ARQLGPD".
           03 FILLER PIC X(12) VALUE "ARQLOTE".
           03 FILLER PIC X(12) VALUE "ARQLOTMOV".
           03 FILLER PIC X(12) VALUE "ARQMANUT".
           03 FILLER PIC X(12) VALUE "ARQMAPCON".
           03 FILLER PIC X(12) VALUE "ARQMARCA".
           03 FILLER PIC X(12) VALUE "ARQMOVFUNC".
           03 FILLER PIC X(12) VALUE "ARQMULTA".
           03 FILLER PIC X(12) VALUE "ARQMUNIC".
           03 FILLER PIC X(12) VALUE "ARQNFECAB".
           03 FILLER PIC X(12) VALUE "ARQNFEITE".
           03 FILLER PIC X(12) VALUE "ARQOPER".
           03 FILLER PIC X(12) VALUE "ARQORCDEP".
           03 FILLER PIC X(12) VALUE "ARQORCMAT".
           03 FILLER PIC X(12) VALUE "ARQORDSERV".
           03 FILLER PIC X(12) VALUE "ARQPAGAR".
           03 FILLER PIC X(12) VALUE "ARQPARAM".
           03 FILLER PIC X(12) VALUE "ARQPEDAPR".
           03 FILLER PIC X(12) VALUE "ARQPEDCAB".
           03 FILLER PIC X(12) VALUE "ARQPEDITE".
           03 FILLER PIC X(12) VALUE "ARQPENDAP".
           03 FILLER PIC X(12) VALUE "ARQPENSAO".
           03 FILLER PIC X(12) VALUE "ARQPGSTAT".
           03 FILLER PIC X(12) VALUE "ARQPLANO".
           03 FILLER PIC X(12) VALUE "ARQPLANSAU".
           03 FILLER PIC X(12) VALUE "ARQPLANVEI".
           03 FILLER PIC X(12) VALUE "ARQPLR".
           03 FILLER PIC X(12) VALUE "ARQPNEU".
           03 FILLER PIC X(12) VALUE "ARQPNEUEV".
           03 FILLER PIC X(12) VALUE "ARQPONTO".
           03 FILLER PIC X(12) VALUE "ARQPRFOR".
           03 FILLER PIC X(12) VALUE "ARQPRHIST".
           03 FILLER PIC X(12) VALUE "ARQPROC".
           03 FILLER PIC X(12) VALUE "ARQPROCMV".
           03 FILLER PIC X(12) VALUE "ARQPROV".
           03 FILLER PIC X(12) VALUE "ARQPTNOT".
           03 FILLER PIC X(12) VALUE "ARQQUAR".
           03 FILLER PIC X(12) VALUE "ARQRATEIO".
           03 FILLER PIC X(12) VALUE "ARQRECFL".
           03 FILLER PIC X(12) VALUE "ARQREORD".
           03 FILLER PIC X(12) VALUE "ARQREORDH".
           03 FILLER PIC X(12) VALUE "ARQREORDP".
           03 FILLER PIC X(12) VALUE "ARQREQCAB".
           03 FILLER PIC X(12) VALUE "ARQREQITE".
           03 FILLER PIC X(12) VALUE "ARQRESC".
           03 FILLER PIC X(12) VALUE "ARQRESEST".
           03 FILLER PIC X(12) VALUE "ARQRESVEI".
           03 FILLER PIC X(12) VALUE "ARQSALDOC".
           03 FILLER PIC X(12) VALUE "ARQSCORE".
           03 FILLER PIC X(12) VALUE "ARQSELO".
           03 FILLER PIC X(12) VALUE "ARQSENHAS".
           03 FILLER PIC X(12) VALUE "ARQSENS".
           03 FILLER PIC X(12) VALUE "ARQSIND".
           03 FILLER PIC X(12) VALUE "ARQSINDDESC".
           03 FILLER PIC X(12) VALUE "ARQSINIS".
           03 FILLER PIC X(12) VALUE "ARQSUSP".
           03 FILLER PIC X(12) VALUE "ARQTDOC".
           03 FILLER PIC X(12) VALUE "ARQTEVEN".
           03 FILLER PIC X(12) VALUE "ARQVAGAS".
           03 FILLER PIC X(12) VALUE "ARQVIADESP".
           03 FILLER PIC X(12) VALUE "ARQVIAGEM".
           03 FILLER PIC X(12) VALUE "ARQVISTOR".
           03 FILLER PIC X(12) VALUE "CADCARRO".
           03 FILLER PIC X(12) VALUE "CADCEP".
       01 TABARQX REDEFINES TABARQ.
           03 TBARQ  PIC X(12) OCCURS 150 TIMES.
      *
      *    ULTIMA FOTOGRAFIA DE CADA ARQUIVO NO ARQCTRLTOT.
       01 TABFOTO.
           03 TBFOTO OCCURS 150 TIMES.
              05 FT-DATA   PIC 9(08).
              05 FT-QTD    PIC 9(07).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    AREA EXTERNA COMPARTILHADA COM O FECHAMENTO (FPP037).
       01 PARMLOTE EXTERNAL.
           03 W-MODOLOTE  PIC X(1).
           03 W-COMPLOTE  PIC 9(6).
           03 W-RETLOTE   PIC X(1).
           03 W-QTDLOTE   PIC 9(6).
      *
      *    RELATORIO DA VERIFICACAO.
       01  CAB1.
           05  FILLER   PIC X(48) VALUE
               "*** VERIFICACAO DOS ARQUIVOS INDEXADOS ***".
           05  FILLER   PIC X(11) VALUE "EMITIDO EM ".
           05  CABDATTX PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
           05  FILLER   PIC X(07) VALUE "MODO : ".
           05  CABMODTX PIC X(30) VALUE SPACES.
           05  FILLER   PIC X(04) VALUE "POR ".
           05  CABOPETX PIC X(08) VALUE SPACES.
       01  CAB3.
           05  FILLER   PIC X(41) VALUE
               "ARQUIVO        QTDE.  F.SEQ  DUPL.  ILEG.".
           05  FILLER   PIC X(29) VALUE
               "  QT.FOTO DATA FOTO  SITUACAO".
       01  DETLIN.
           05  DETARQTX PIC X(12) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  DETQTDTX PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETSEQTX PIC ZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETDUPTX PIC ZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETILETX PIC ZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETFQTTX PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  DETFDTTX PIC 9999/99/99 BLANK WHEN ZERO VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  DETSITTX PIC X(20) VALUE SPACES.
      *
      *    OCORRENCIA ENCONTRADA NA LEITURA (ATE 20 POR ARQUIVO).
       01  OCOLIN.
           05  OCOARQTX PIC X(12) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  OCOTX    PIC X(20) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  OCOCHTX  PIC X(38) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  OCOTX2   PIC X(06) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  OCOCH2TX PIC X(38) VALUE SPACES.
      *
       01  REOLIN.
           05  REOARQTX PIC X(12) VALUE SPACES.
           05  FILLER   PIC X(18) VALUE " REORGANIZADO:    ".
           05  REODESTX PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(11) VALUE " DESCARR.  ".
           05  REORECTX PIC ZZZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(11) VALUE " RECARR.   ".
           05  REOREJTX PIC ZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(11) VALUE " REJEITADOS".
      *
       01  TOTLIN.
           05  FILLER   PIC X(30) VALUE
               "ARQUIVOS COM PROBLEMA      : ".
           05  TOTQTDTX PIC Z9 VALUE ZEROS.
       01  RODLIN.
           05  RODTX    PIC X(80) VALUE SPACES.
       01  LINHABR      PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** VERIFICACAO DOS ARQUIVOS INDEXADOS ***".
           05  LINE 04  COLUMN 04
               VALUE  "CONFERE A SEQUENCIA E A UNICIDADE DAS CHAVES,".
           05  LINE 05  COLUMN 04
               VALUE  "OS REGISTROS ILEGIVEIS E AS CONTAGENS CONTRA".
           05  LINE 06  COLUMN 04
               VALUE  "A FOTOGRAFIA DO STP036 (SISTEMA PARADO).".
           05  LINE 08  COLUMN 04 VALUE  "REORGANIZA OS ARQUIVOS :".
           05  LINE 08  COLUMN 33 VALUE  "(S/N)".
           05  LINE 10  COLUMN 04 VALUE  "ARQUIVO EM VERIFICACAO :".
           05  LINE 12  COLUMN 04 VALUE  "ARQUIVOS COM PROBLEMA  :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-REORG
               LINE 08  COLUMN 29  PIC X(01)
               USING  W-REORG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    CHAMADO PELO FECHAMENTO (FPP037) RODA SEM TELA.
           MOVE "N" TO W-LOTE W-REORG
           IF W-MODOLOTE = "S" OR W-MODOLOTE = "R"
              MOVE "S" TO W-LOTE
              IF W-MODOLOTE = "R"
                 MOVE "S" TO W-REORG.
      *    REGRAVAR OS ARQUIVOS E ATO DO ADMINISTRADOR; NO FECHAMENTO
      *    SEM ESSE PERFIL A ROTINA SO VERIFICA.
           IF W-PERFILOG NOT = "A" AND W-PERFILOG NOT = SPACES
              IF W-LOTE = "S"
                 MOVE "N" TO W-REORG
              ELSE
                 MOVE "* VERIFICACAO EXIGE PERFIL ADMINISTRADOR *"
                                                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
           IF W-LOTE = "S"
              GO TO EXE-001.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE "N" TO W-REORG
           DISPLAY TELA.
       R2.
           ACCEPT TW-REORG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM0.
           IF W-REORG = "s"
                   MOVE "S" TO W-REORG.
           IF W-REORG = "n"
                   MOVE "N" TO W-REORG.
           IF W-REORG NOT = "S" AND W-REORG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       INC-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "SISTEMA PARADO (S/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* FECHE OS DEMAIS PROGRAMAS E RODE DE NOVO *"
                                                 TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      **************************************
      * VERIFICACAO, ARQUIVO A ARQUIVO     *
      **************************************
       EXE-001.
           PERFORM LE-FOTO THRU LE-FOTO-FIM
           PERFORM ABRE-REL THRU ABRE-REL-FIM
           MOVE ZEROS TO IND W-QTDPROB.
       EXE-LOOP.
           ADD 1 TO IND
           IF IND > 150
              GO TO EXE-FIM.
           IF W-LOTE NOT = "S"
              DISPLAY (10, 29) TBARQ(IND).
           PERFORM VER-ARQ THRU VER-ARQ-FIM
           IF W-REORG = "S"
              PERFORM REO-ARQ THRU REO-ARQ-FIM.
           GO TO EXE-LOOP.
      *
       EXE-FIM.
           PERFORM FECHA-REL THRU FECHA-REL-FIM
           IF W-LOTE = "S"
              MOVE "O" TO W-RETLOTE
              MOVE W-QTDPROB TO W-QTDLOTE
              GO TO ROT-FIM0.
           DISPLAY (10, 29) "CONCLUIDO "
           MOVE W-QTDPROB TO W-QTDPROBTX
           DISPLAY (12, 29) W-QTDPROBTX
           MOVE "*** VERIFICACAO CONCLUIDA - VER RELATORIO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM0.
      *
      *****************************************
      * LEITURA DE PONTA A PONTA DE UM ARQUIVO*
      *****************************************
      *
      *    ST-ERRO "10" E O FIM NORMAL. QUALQUER OUTRO ERRO CONTA
      *    COMO REGISTRO ILEGIVEL; A LEITURA SEGUE ATE 5 ERROS
      *    SEGUIDOS OU ATE O INDICE NAO DAR MAIS O PROXIMO ("46").
       VER-ARQ.
           MOVE ZEROS TO W-QTD W-QTDSEQ W-QTDDUP W-QTDILEG
                         W-ERRSEG W-QTDOCOR
           MOVE SPACES TO W-CHAVEANT DETSITTX
           MOVE "S" TO W-PRIMEIRO
           MOVE "N" TO W-ABERTO
           MOVE TBARQ(IND) TO OCOARQTX
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "35"
                 MOVE "NAO ENCONTRADO" TO DETSITTX
                 GO TO VER-ARQ-DET
              ELSE
                 STRING "ERRO ABERTURA " ST-ERRO
                        DELIMITED BY SIZE INTO DETSITTX
                 GO TO VER-ARQ-DET.
           MOVE "S" TO W-ABERTO.
       VER-ARQ-LE.
           PERFORM LE-ARQ THRU LE-ARQ-FIM
           IF ST-ERRO = "10"
              GO TO VER-ARQ-CTL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              ADD 1 TO W-QTDILEG W-ERRSEG
              MOVE "ILEGIVEL APOS CHAVE" TO OCOTX
              MOVE W-CHAVEANT TO OCOCHTX
              MOVE "STATUS"   TO OCOTX2
              MOVE ST-ERRO    TO OCOCH2TX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              IF ST-ERRO = "46" OR W-ERRSEG > 5
                 MOVE "LEITURA INTERROMPIDA" TO OCOTX
                 MOVE SPACES TO OCOCHTX OCOTX2 OCOCH2TX
                 PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
                 GO TO VER-ARQ-CTL
              ELSE
                 GO TO VER-ARQ-LE.
           MOVE ZEROS TO W-ERRSEG
           ADD 1 TO W-QTD
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              MOVE W-CHAVE TO W-CHAVEANT
              GO TO VER-ARQ-LE.
           IF W-CHAVE = W-CHAVEANT
              ADD 1 TO W-QTDDUP
              MOVE "CHAVE DUPLICADA" TO OCOTX
              MOVE W-CHAVE TO OCOCHTX
              MOVE SPACES  TO OCOTX2 OCOCH2TX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
           ELSE
              IF W-CHAVE < W-CHAVEANT
                 ADD 1 TO W-QTDSEQ
                 MOVE "FORA DE SEQUENCIA" TO OCOTX
                 MOVE W-CHAVE TO OCOCHTX
                 MOVE "APOS"  TO OCOTX2
                 MOVE W-CHAVEANT TO OCOCH2TX
                 PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           MOVE W-CHAVE TO W-CHAVEANT
           GO TO VER-ARQ-LE.
      *
       VER-ARQ-CTL.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           MOVE "OK" TO DETSITTX
           IF W-QTDSEQ > 0 OR W-QTDDUP > 0 OR W-QTDILEG > 0
              MOVE "INDICE DANIFICADO" TO DETSITTX
           ELSE
              IF FT-DATA(IND) NOT = ZEROS AND FT-QTD(IND) NOT = W-QTD
                 MOVE "DIFERE DA FOTOGRAFIA" TO DETSITTX.
       VER-ARQ-DET.
           IF DETSITTX NOT = "OK"
              ADD 1 TO W-QTDPROB.
           IF TX-ERRO NOT = "00"
              GO TO VER-ARQ-FIM.
           MOVE TBARQ(IND)   TO DETARQTX
           MOVE W-QTD        TO DETQTDTX
           MOVE W-QTDSEQ     TO DETSEQTX
           MOVE W-QTDDUP     TO DETDUPTX
           MOVE W-QTDILEG    TO DETILETX
           MOVE FT-QTD(IND)  TO DETFQTTX
           MOVE FT-DATA(IND) TO DETFDTTX
           WRITE REGVERTX FROM DETLIN.
       VER-ARQ-FIM.
           EXIT.
      *
       GRAVA-OCOR.
           ADD 1 TO W-QTDOCOR
           IF TX-ERRO NOT = "00" OR W-QTDOCOR > 20
              GO TO GRAVA-OCOR-FIM.
           WRITE REGVERTX FROM OCOLIN.
       GRAVA-OCOR-FIM.
           EXIT.
      *
      *****************************************
      * REORGANIZACAO: DESCARGA E RECARGA     *
      *****************************************
      *
      *    ARQUIVO COM REGISTRO ILEGIVEL NAO E REORGANIZADO: A
      *    DESCARGA PERDERIA O QUE NAO SE CONSEGUE LER. A RECARGA SO
      *    COMECA SE A DESCARGA BATER COM A CONTAGEM DA VERIFICACAO.
       REO-ARQ.
           IF W-ABERTO NOT = "S"
              GO TO REO-ARQ-FIM.
           IF W-QTDILEG > 0
              MOVE SPACES TO RODTX
              STRING TBARQ(IND) " NAO REORGANIZADO - HA REGISTROS"
                     " ILEGIVEIS" DELIMITED BY SIZE INTO RODTX
              PERFORM GRAVA-ROD THRU GRAVA-ROD-FIM
              GO TO REO-ARQ-FIM.
           MOVE SPACES TO W-NOMEREO
           STRING TBARQ(IND) DELIMITED BY SPACE
                  ".REO"     DELIMITED BY SIZE
                  INTO W-NOMEREO
           OPEN OUTPUT ARQREO
           IF RO-ERRO NOT = "00"
              MOVE SPACES TO RODTX
              STRING TBARQ(IND) " NAO REORGANIZADO - ERRO AO CRIAR "
                     W-NOMEREO DELIMITED BY SIZE INTO RODTX
              PERFORM GRAVA-ROD THRU GRAVA-ROD-FIM
              GO TO REO-ARQ-FIM.
           MOVE ZEROS TO W-QTDDESC W-QTDRECA W-QTDREJ
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM.
       REO-DESC.
           PERFORM LE-ARQ THRU LE-ARQ-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO REO-DESC-FIM.
           WRITE REGREO FROM W-REG
           ADD 1 TO W-QTDDESC
           GO TO REO-DESC.
       REO-DESC-FIM.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           CLOSE ARQREO
           IF W-QTDDESC NOT = W-QTD
              MOVE SPACES TO RODTX
              STRING TBARQ(IND) " NAO REORGANIZADO - DESCARGA NAO"
                     " BATE COM A CONTAGEM" DELIMITED BY SIZE INTO RODTX
              PERFORM GRAVA-ROD THRU GRAVA-ROD-FIM
              GO TO REO-ARQ-FIM.
      *
      *    O OPEN OUTPUT RECRIA O INDEXADO VAZIO, COM TODAS AS CHAVES.
      *    SE NAO RECRIAR, NAO HA ONDE RECARREGAR: OS DADOS FICAM NA
      *    DESCARGA PARA RECUPERACAO.
           PERFORM SAI-ARQ THRU SAI-ARQ-FIM
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO RODTX
              STRING TBARQ(IND) " NAO REORGANIZADO - ERRO " ST-ERRO
                     " AO RECRIAR - DADOS EM " W-NOMEREO
                     DELIMITED BY SIZE INTO RODTX
              PERFORM GRAVA-ROD THRU GRAVA-ROD-FIM
              GO TO REO-ARQ-FIM.
           OPEN INPUT ARQREO.
       REO-RECA.
           READ ARQREO
           IF RO-ERRO NOT = "00"
              GO TO REO-RECA-FIM.
           MOVE REGREO TO W-REG
           PERFORM GRV-ARQ THRU GRV-ARQ-FIM
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDRECA
           ELSE
              ADD 1 TO W-QTDREJ.
           GO TO REO-RECA.
       REO-RECA-FIM.
           CLOSE ARQREO
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           MOVE TBARQ(IND) TO REOARQTX
           MOVE W-QTDDESC  TO REODESTX
           MOVE W-QTDRECA  TO REORECTX
           MOVE W-QTDREJ   TO REOREJTX
           IF TX-ERRO = "00"
              WRITE REGVERTX FROM REOLIN.
           IF W-QTDREJ > 0
              MOVE SPACES TO RODTX
              STRING TBARQ(IND) " OS REJEITADOS CONTINUAM EM "
                     W-NOMEREO DELIMITED BY SIZE INTO RODTX
              PERFORM GRAVA-ROD THRU GRAVA-ROD-FIM.
       REO-ARQ-FIM.
           EXIT.
      *
       GRAVA-ROD.
           IF TX-ERRO = "00"
              WRITE REGVERTX FROM RODLIN.
       GRAVA-ROD-FIM.
           EXIT.
      *
      *****************************************
      * ACESSO AO ARQUIVO DA VEZ (IND)        *
      *****************************************
       ABRE-ARQ.
           IF IND = 1
              OPEN INPUT ARQFUNC
              GO TO ABRE-ARQ-FIM.
           IF IND = 2
              OPEN INPUT ARQDEP
              GO TO ABRE-ARQ-FIM.
           IF IND = 3
              OPEN INPUT ARQCARG
              GO TO ABRE-ARQ-FIM.
           IF IND = 4
              OPEN INPUT ARQDEPEN
              GO TO ABRE-ARQ-FIM.
           IF IND = 5
              OPEN INPUT CADPROD
              GO TO ABRE-ARQ-FIM.
           IF IND = 6
              OPEN INPUT CADFORN
              GO TO ABRE-ARQ-FIM.
           IF IND = 7
              OPEN INPUT ARQMOVEST
              GO TO ABRE-ARQ-FIM.
           IF IND = 8
              OPEN INPUT ARQABC
              GO TO ABRE-ARQ-FIM.
           IF IND = 9
              OPEN INPUT ARQADESAO
              GO TO ABRE-ARQ-FIM.
           IF IND = 10
              OPEN INPUT ARQADIANT
              GO TO ABRE-ARQ-FIM.
           IF IND = 11
              OPEN INPUT ARQAFAST
              GO TO ABRE-ARQ-FIM.
           IF IND = 12
              OPEN INPUT ARQALCADA
              GO TO ABRE-ARQ-FIM.
           IF IND = 13
              OPEN INPUT ARQALIQISS
              GO TO ABRE-ARQ-FIM.
           IF IND = 14
              OPEN INPUT ARQAQUIS
              GO TO ABRE-ARQ-FIM.
           IF IND = 15
              OPEN INPUT ARQASO
              GO TO ABRE-ARQ-FIM.
           IF IND = 16
              OPEN INPUT ARQATRIB
              GO TO ABRE-ARQ-FIM.
           IF IND = 17
              OPEN INPUT ARQAUTHE
              GO TO ABRE-ARQ-FIM.
           IF IND = 18
              OPEN INPUT ARQAVAL
              GO TO ABRE-ARQ-FIM.
           IF IND = 19
              OPEN INPUT ARQBAIXA
              GO TO ABRE-ARQ-FIM.
           IF IND = 20
              OPEN INPUT ARQBENEF
              GO TO ABRE-ARQ-FIM.
           IF IND = 21
              OPEN INPUT ARQBHORAS
              GO TO ABRE-ARQ-FIM.
           IF IND = 22
              OPEN INPUT ARQBXOBS
              GO TO ABRE-ARQ-FIM.
           IF IND = 23
              OPEN INPUT ARQCARGHIST
              GO TO ABRE-ARQ-FIM.
           IF IND = 24
              OPEN INPUT ARQCARROHIST
              GO TO ABRE-ARQ-FIM.
           IF IND = 25
              OPEN INPUT ARQCAT
              GO TO ABRE-ARQ-FIM.
           IF IND = 26
              OPEN INPUT ARQCATEG
              GO TO ABRE-ARQ-FIM.
           IF IND = 27
              OPEN INPUT ARQCEPHIST
              GO TO ABRE-ARQ-FIM.
           IF IND = 28
              OPEN INPUT ARQCERT
              GO TO ABRE-ARQ-FIM.
           IF IND = 29
              OPEN INPUT ARQCERTLOG
              GO TO ABRE-ARQ-FIM.
           IF IND = 30
              OPEN INPUT ARQCHAIN
              GO TO ABRE-ARQ-FIM.
           IF IND = 31
              OPEN INPUT ARQCICLO
              GO TO ABRE-ARQ-FIM.
           IF IND = 32
              OPEN INPUT ARQCNH
              GO TO ABRE-ARQ-FIM.
           IF IND = 33
              OPEN INPUT ARQCOMB
              GO TO ABRE-ARQ-FIM.
           IF IND = 34
              OPEN INPUT ARQCOMPET
              GO TO ABRE-ARQ-FIM.
           IF IND = 35
              OPEN INPUT ARQCONCIL
              GO TO ABRE-ARQ-FIM.
           IF IND = 36
              OPEN INPUT ARQCONS
              GO TO ABRE-ARQ-FIM.
           IF IND = 37
              OPEN INPUT ARQCONSIG
              GO TO ABRE-ARQ-FIM.
           IF IND = 38
              OPEN INPUT ARQCONTATO
              GO TO ABRE-ARQ-FIM.
           IF IND = 39
              OPEN INPUT ARQCONTR
              GO TO ABRE-ARQ-FIM.
           IF IND = 40
              OPEN INPUT ARQCONVUN
              GO TO ABRE-ARQ-FIM.
           IF IND = 41
              OPEN INPUT ARQCOTACAO
              GO TO ABRE-ARQ-FIM.
           IF IND = 42
              OPEN INPUT ARQCSMOV
              GO TO ABRE-ARQ-FIM.
           IF IND = 43
              OPEN INPUT ARQCTREC
              GO TO ABRE-ARQ-FIM.
           IF IND = 44
              OPEN INPUT ARQCURREQ
              GO TO ABRE-ARQ-FIM.
           IF IND = 45
              OPEN INPUT ARQCURSO
              GO TO ABRE-ARQ-FIM.
           IF IND = 46
              OPEN INPUT ARQDECL
              GO TO ABRE-ARQ-FIM.
           IF IND = 47
              OPEN INPUT ARQDEPCHF
              GO TO ABRE-ARQ-FIM.
           IF IND = 48
              OPEN INPUT ARQDEPE
              GO TO ABRE-ARQ-FIM.
           IF IND = 49
              OPEN INPUT ARQDEPENARQ
              GO TO ABRE-ARQ-FIM.
           IF IND = 50
              OPEN INPUT ARQDEPHIST
              GO TO ABRE-ARQ-FIM.
           IF IND = 51
              OPEN INPUT ARQDEVOL
              GO TO ABRE-ARQ-FIM.
           IF IND = 52
              OPEN INPUT ARQDIARIO
              GO TO ABRE-ARQ-FIM.
           IF IND = 53
              OPEN INPUT ARQDISC
              GO TO ABRE-ARQ-FIM.
           IF IND = 54
              OPEN INPUT ARQDOCVEIC
              GO TO ABRE-ARQ-FIM.
           IF IND = 55
              OPEN INPUT ARQEMPR
              GO TO ABRE-ARQ-FIM.
           IF IND = 56
              OPEN INPUT ARQENDER
              GO TO ABRE-ARQ-FIM.
           IF IND = 57
              OPEN INPUT ARQENDFOR
              GO TO ABRE-ARQ-FIM.
           IF IND = 58
              OPEN INPUT ARQENDFUN
              GO TO ABRE-ARQ-FIM.
           IF IND = 59
              OPEN INPUT ARQEPICA
              GO TO ABRE-ARQ-FIM.
           IF IND = 60
              OPEN INPUT ARQEPICARG
              GO TO ABRE-ARQ-FIM.
           IF IND = 61
              OPEN INPUT ARQEPIENT
              GO TO ABRE-ARQ-FIM.
           IF IND = 62
              OPEN INPUT ARQEQUIV
              GO TO ABRE-ARQ-FIM.
           IF IND = 63
              OPEN INPUT ARQESCALA
              GO TO ABRE-ARQ-FIM.
           IF IND = 64
              OPEN INPUT ARQESCFUN
              GO TO ABRE-ARQ-FIM.
           IF IND = 65
              OPEN INPUT ARQESTFECH
              GO TO ABRE-ARQ-FIM.
           IF IND = 66
              OPEN INPUT ARQESTFOTO
              GO TO ABRE-ARQ-FIM.
           IF IND = 67
              OPEN INPUT ARQEVEN
              GO TO ABRE-ARQ-FIM.
           IF IND = 68
              OPEN INPUT ARQEXCFL
              GO TO ABRE-ARQ-FIM.
           IF IND = 69
              OPEN INPUT ARQFERIAD
              GO TO ABRE-ARQ-FIM.
           IF IND = 70
              OPEN INPUT ARQFERIAS
              GO TO ABRE-ARQ-FIM.
           IF IND = 71
              OPEN INPUT ARQFERRAM
              GO TO ABRE-ARQ-FIM.
           IF IND = 72
              OPEN INPUT ARQFLCPL
              GO TO ABRE-ARQ-FIM.
           IF IND = 73
              OPEN INPUT ARQFOLHA
              GO TO ABRE-ARQ-FIM.
           IF IND = 74
              OPEN INPUT ARQFRETE
              GO TO ABRE-ARQ-FIM.
           IF IND = 75
              OPEN INPUT ARQFUNCARQ
              GO TO ABRE-ARQ-FIM.
           IF IND = 76
              OPEN INPUT ARQFUNCTR
              GO TO ABRE-ARQ-FIM.
           IF IND = 77
              OPEN INPUT ARQFUNCUR
              GO TO ABRE-ARQ-FIM.
           IF IND = 78
              OPEN INPUT ARQFUNDOC
              GO TO ABRE-ARQ-FIM.
           IF IND = 79
              OPEN INPUT ARQFUNEMP
              GO TO ABRE-ARQ-FIM.
           IF IND = 80
              OPEN INPUT ARQFUNSIND
              GO TO ABRE-ARQ-FIM.
           IF IND = 81
              OPEN INPUT ARQGRADE
              GO TO ABRE-ARQ-FIM.
           IF IND = 82
              OPEN INPUT ARQGUIAS
              GO TO ABRE-ARQ-FIM.
           IF IND = 83
              OPEN INPUT ARQHEPEN
              GO TO ABRE-ARQ-FIM.
           IF IND = 84
              OPEN INPUT ARQINV
              GO TO ABRE-ARQ-FIM.
           IF IND = 85
              OPEN INPUT ARQJRNHR
              GO TO ABRE-ARQ-FIM.
           IF IND = 86
              OPEN INPUT ARQKIT
              GO TO ABRE-ARQ-FIM.
           IF IND = 87
              OPEN INPUT ARQLGPD
              GO TO ABRE-ARQ-FIM.
           IF IND = 88
              OPEN INPUT ARQLOTE
              GO TO ABRE-ARQ-FIM.
           IF IND = 89
              OPEN INPUT ARQLOTMOV
              GO TO ABRE-ARQ-FIM.
           IF IND = 90
              OPEN INPUT ARQMANUT
              GO TO ABRE-ARQ-FIM.
           IF IND = 91
              OPEN INPUT ARQMAPCON
              GO TO ABRE-ARQ-FIM.
           IF IND = 92
              OPEN INPUT ARQMARCA
              GO TO ABRE-ARQ-FIM.
           IF IND = 93
              OPEN INPUT ARQMOVFUNC
              GO TO ABRE-ARQ-FIM.
           IF IND = 94
              OPEN INPUT ARQMULTA
              GO TO ABRE-ARQ-FIM.
           IF IND = 95
              OPEN INPUT ARQMUNIC
              GO TO ABRE-ARQ-FIM.
           IF IND = 96
              OPEN INPUT ARQNFECAB
              GO TO ABRE-ARQ-FIM.
           IF IND = 97
              OPEN INPUT ARQNFEITE
              GO TO ABRE-ARQ-FIM.
           IF IND = 98
              OPEN INPUT ARQOPER
              GO TO ABRE-ARQ-FIM.
           IF IND = 99
              OPEN INPUT ARQORCDEP
              GO TO ABRE-ARQ-FIM.
           IF IND = 100
              OPEN INPUT ARQORCMAT
              GO TO ABRE-ARQ-FIM.
           IF IND = 101
              OPEN INPUT ARQORDSERV
              GO TO ABRE-ARQ-FIM.
           IF IND = 102
              OPEN INPUT ARQPAGAR
              GO TO ABRE-ARQ-FIM.
           IF IND = 103
              OPEN INPUT ARQPARAM
              GO TO ABRE-ARQ-FIM.
           IF IND = 104
              OPEN INPUT ARQPEDAPR
              GO TO ABRE-ARQ-FIM.
           IF IND = 105
              OPEN INPUT ARQPEDCAB
              GO TO ABRE-ARQ-FIM.
           IF IND = 106
              OPEN INPUT ARQPEDITE
              GO TO ABRE-ARQ-FIM.
           IF IND = 107
              OPEN INPUT ARQPENDAP
              GO TO ABRE-ARQ-FIM.
           IF IND = 108
              OPEN INPUT ARQPENSAO
              GO TO ABRE-ARQ-FIM.
           IF IND = 109
              OPEN INPUT ARQPGSTAT
              GO TO ABRE-ARQ-FIM.
           IF IND = 110
              OPEN INPUT ARQPLANO
              GO TO ABRE-ARQ-FIM.
           IF IND = 111
              OPEN INPUT ARQPLANSAU
              GO TO ABRE-ARQ-FIM.
           IF IND = 112
              OPEN INPUT ARQPLANVEI
              GO TO ABRE-ARQ-FIM.
           IF IND = 113
              OPEN INPUT ARQPLR
              GO TO ABRE-ARQ-FIM.
           IF IND = 114
              OPEN INPUT ARQPNEU
              GO TO ABRE-ARQ-FIM.
           IF IND = 115
              OPEN INPUT ARQPNEUEV
              GO TO ABRE-ARQ-FIM.
           IF IND = 116
              OPEN INPUT ARQPONTO
              GO TO ABRE-ARQ-FIM.
           IF IND = 117
              OPEN INPUT ARQPRFOR
              GO TO ABRE-ARQ-FIM.
           IF IND = 118
              OPEN INPUT ARQPRHIST
              GO TO ABRE-ARQ-FIM.
           IF IND = 119
              OPEN INPUT ARQPROC
              GO TO ABRE-ARQ-FIM.
           IF IND = 120
              OPEN INPUT ARQPROCMV
              GO TO ABRE-ARQ-FIM.
           IF IND = 121
              OPEN INPUT ARQPROV
              GO TO ABRE-ARQ-FIM.
           IF IND = 122
              OPEN INPUT ARQPTNOT
              GO TO ABRE-ARQ-FIM.
           IF IND = 123
              OPEN INPUT ARQQUAR
              GO TO ABRE-ARQ-FIM.
           IF IND = 124
              OPEN INPUT ARQRATEIO
              GO TO ABRE-ARQ-FIM.
           IF IND = 125
              OPEN INPUT ARQRECFL
              GO TO ABRE-ARQ-FIM.
           IF IND = 126
              OPEN INPUT ARQREORD
              GO TO ABRE-ARQ-FIM.
           IF IND = 127
              OPEN INPUT ARQREORDH
              GO TO ABRE-ARQ-FIM.
           IF IND = 128
              OPEN INPUT ARQREORDP
              GO TO ABRE-ARQ-FIM.
           IF IND = 129
              OPEN INPUT ARQREQCAB
              GO TO ABRE-ARQ-FIM.
           IF IND = 130
              OPEN INPUT ARQREQITE
              GO TO ABRE-ARQ-FIM.
           IF IND = 131
              OPEN INPUT ARQRESC
              GO TO ABRE-ARQ-FIM.
           IF IND = 132
              OPEN INPUT ARQRESEST
              GO TO ABRE-ARQ-FIM.
           IF IND = 133
              OPEN INPUT ARQRESVEI
              GO TO ABRE-ARQ-FIM.
           IF IND = 134
              OPEN INPUT ARQSALDOC
              GO TO ABRE-ARQ-FIM.
           IF IND = 135
              OPEN INPUT ARQSCORE
              GO TO ABRE-ARQ-FIM.
           IF IND = 136
              OPEN INPUT ARQSELO
              GO TO ABRE-ARQ-FIM.
           IF IND = 137
              OPEN INPUT ARQSENHAS
              GO TO ABRE-ARQ-FIM.
           IF IND = 138
              OPEN INPUT ARQSENS
              GO TO ABRE-ARQ-FIM.
           IF IND = 139
              OPEN INPUT ARQSIND
              GO TO ABRE-ARQ-FIM.
           IF IND = 140
              OPEN INPUT ARQSINDDESC
              GO TO ABRE-ARQ-FIM.
           IF IND = 141
              OPEN INPUT ARQSINIS
              GO TO ABRE-ARQ-FIM.
           IF IND = 142
              OPEN INPUT ARQSUSP
              GO TO ABRE-ARQ-FIM.
           IF IND = 143
              OPEN INPUT ARQTDOC
              GO TO ABRE-ARQ-FIM.
           IF IND = 144
              OPEN INPUT ARQTEVEN
              GO TO ABRE-ARQ-FIM.
           IF IND = 145
              OPEN INPUT ARQVAGAS
              GO TO ABRE-ARQ-FIM.
           IF IND = 146
              OPEN INPUT ARQVIADESP
              GO TO ABRE-ARQ-FIM.
           IF IND = 147
              OPEN INPUT ARQVIAGEM
              GO TO ABRE-ARQ-FIM.
           IF IND = 148
              OPEN INPUT ARQVISTOR
              GO TO ABRE-ARQ-FIM.
           IF IND = 149
              OPEN INPUT CADCARRO
              GO TO ABRE-ARQ-FIM.
           OPEN INPUT CADCEP.
       ABRE-ARQ-FIM.
           EXIT.
      *
       SAI-ARQ.
           IF IND = 1
              OPEN OUTPUT ARQFUNC
              GO TO SAI-ARQ-FIM.
           IF IND = 2
              OPEN OUTPUT ARQDEP
              GO TO SAI-ARQ-FIM.
           IF IND = 3
              OPEN OUTPUT ARQCARG
              GO TO SAI-ARQ-FIM.
           IF IND = 4
              OPEN OUTPUT ARQDEPEN
              GO TO SAI-ARQ-FIM.
           IF IND = 5
              OPEN OUTPUT CADPROD
              GO TO SAI-ARQ-FIM.
           IF IND = 6
              OPEN OUTPUT CADFORN
              GO TO SAI-ARQ-FIM.
           IF IND = 7
              OPEN OUTPUT ARQMOVEST
              GO TO SAI-ARQ-FIM.
           IF IND = 8
              OPEN OUTPUT ARQABC
              GO TO SAI-ARQ-FIM.
           IF IND = 9
              OPEN OUTPUT ARQADESAO
              GO TO SAI-ARQ-FIM.
           IF IND = 10
              OPEN OUTPUT ARQADIANT
              GO TO SAI-ARQ-FIM.
           IF IND = 11
              OPEN OUTPUT ARQAFAST
              GO TO SAI-ARQ-FIM.
           IF IND = 12
              OPEN OUTPUT ARQALCADA
              GO TO SAI-ARQ-FIM.
           IF IND = 13
              OPEN OUTPUT ARQALIQISS
              GO TO SAI-ARQ-FIM.
           IF IND = 14
              OPEN OUTPUT ARQAQUIS
              GO TO SAI-ARQ-FIM.
           IF IND = 15
              OPEN OUTPUT ARQASO
              GO TO SAI-ARQ-FIM.
           IF IND = 16
              OPEN OUTPUT ARQATRIB
              GO TO SAI-ARQ-FIM.
           IF IND = 17
              OPEN OUTPUT ARQAUTHE
              GO TO SAI-ARQ-FIM.
           IF IND = 18
              OPEN OUTPUT ARQAVAL
              GO TO SAI-ARQ-FIM.
           IF IND = 19
              OPEN OUTPUT ARQBAIXA
              GO TO SAI-ARQ-FIM.
           IF IND = 20
              OPEN OUTPUT ARQBENEF
              GO TO SAI-ARQ-FIM.
           IF IND = 21
              OPEN OUTPUT ARQBHORAS
              GO TO SAI-ARQ-FIM.
           IF IND = 22
              OPEN OUTPUT ARQBXOBS
              GO TO SAI-ARQ-FIM.
           IF IND = 23
              OPEN OUTPUT ARQCARGHIST
              GO TO SAI-ARQ-FIM.
           IF IND = 24
              OPEN OUTPUT ARQCARROHIST
              GO TO SAI-ARQ-FIM.
           IF IND = 25
              OPEN OUTPUT ARQCAT
              GO TO SAI-ARQ-FIM.
           IF IND = 26
              OPEN OUTPUT ARQCATEG
              GO TO SAI-ARQ-FIM.
           IF IND = 27
              OPEN OUTPUT ARQCEPHIST
              GO TO SAI-ARQ-FIM.
           IF IND = 28
              OPEN OUTPUT ARQCERT
              GO TO SAI-ARQ-FIM.
           IF IND = 29
              OPEN OUTPUT ARQCERTLOG
              GO TO SAI-ARQ-FIM.
           IF IND = 30
              OPEN OUTPUT ARQCHAIN
              GO TO SAI-ARQ-FIM.
           IF IND = 31
              OPEN OUTPUT ARQCICLO
              GO TO SAI-ARQ-FIM.
           IF IND = 32
              OPEN OUTPUT ARQCNH
              GO TO SAI-ARQ-FIM.
           IF IND = 33
              OPEN OUTPUT ARQCOMB
              GO TO SAI-ARQ-FIM.
           IF IND = 34
              OPEN OUTPUT ARQCOMPET
              GO TO SAI-ARQ-FIM.
           IF IND = 35
              OPEN OUTPUT ARQCONCIL
              GO TO SAI-ARQ-FIM.
           IF IND = 36
              OPEN OUTPUT ARQCONS
              GO TO SAI-ARQ-FIM.
           IF IND = 37
              OPEN OUTPUT ARQCONSIG
              GO TO SAI-ARQ-FIM.
           IF IND = 38
              OPEN OUTPUT ARQCONTATO
              GO TO SAI-ARQ-FIM.
           IF IND = 39
              OPEN OUTPUT ARQCONTR
              GO TO SAI-ARQ-FIM.
           IF IND = 40
              OPEN OUTPUT ARQCONVUN
              GO TO SAI-ARQ-FIM.
           IF IND = 41
              OPEN OUTPUT ARQCOTACAO
              GO TO SAI-ARQ-FIM.
           IF IND = 42
              OPEN OUTPUT ARQCSMOV
              GO TO SAI-ARQ-FIM.
           IF IND = 43
              OPEN OUTPUT ARQCTREC
              GO TO SAI-ARQ-FIM.
           IF IND = 44
              OPEN OUTPUT ARQCURREQ
              GO TO SAI-ARQ-FIM.
           IF IND = 45
              OPEN OUTPUT ARQCURSO
              GO TO SAI-ARQ-FIM.
           IF IND = 46
              OPEN OUTPUT ARQDECL
              GO TO SAI-ARQ-FIM.
           IF IND = 47
              OPEN OUTPUT ARQDEPCHF
              GO TO SAI-ARQ-FIM.
           IF IND = 48
              OPEN OUTPUT ARQDEPE
              GO TO SAI-ARQ-FIM.
           IF IND = 49
              OPEN OUTPUT ARQDEPENARQ
              GO TO SAI-ARQ-FIM.
           IF IND = 50
              OPEN OUTPUT ARQDEPHIST
              GO TO SAI-ARQ-FIM.
           IF IND = 51
              OPEN OUTPUT ARQDEVOL
              GO TO SAI-ARQ-FIM.
           IF IND = 52
              OPEN OUTPUT ARQDIARIO
              GO TO SAI-ARQ-FIM.
           IF IND = 53
              OPEN OUTPUT ARQDISC
              GO TO SAI-ARQ-FIM.
           IF IND = 54
              OPEN OUTPUT ARQDOCVEIC
              GO TO SAI-ARQ-FIM.
           IF IND = 55
              OPEN OUTPUT ARQEMPR
              GO TO SAI-ARQ-FIM.
           IF IND = 56
              OPEN OUTPUT ARQENDER
              GO TO SAI-ARQ-FIM.
           IF IND = 57
              OPEN OUTPUT ARQENDFOR
              GO TO SAI-ARQ-FIM.
           IF IND = 58
              OPEN OUTPUT ARQENDFUN
              GO TO SAI-ARQ-FIM.
           IF IND = 59
              OPEN OUTPUT ARQEPICA
              GO TO SAI-ARQ-FIM.
           IF IND = 60
              OPEN OUTPUT ARQEPICARG
              GO TO SAI-ARQ-FIM.
           IF IND = 61
              OPEN OUTPUT ARQEPIENT
              GO TO SAI-ARQ-FIM.
           IF IND = 62
              OPEN OUTPUT ARQEQUIV
              GO TO SAI-ARQ-FIM.
           IF IND = 63
              OPEN OUTPUT ARQESCALA
              GO TO SAI-ARQ-FIM.
           IF IND = 64
              OPEN OUTPUT ARQESCFUN
              GO TO SAI-ARQ-FIM.
           IF IND = 65
              OPEN OUTPUT ARQESTFECH
              GO TO SAI-ARQ-FIM.
           IF IND = 66
              OPEN OUTPUT ARQESTFOTO
              GO TO SAI-ARQ-FIM.
           IF IND = 67
              OPEN OUTPUT ARQEVEN
              GO TO SAI-ARQ-FIM.
           IF IND = 68
              OPEN OUTPUT ARQEXCFL
              GO TO SAI-ARQ-FIM.
           IF IND = 69
              OPEN OUTPUT ARQFERIAD
              GO TO SAI-ARQ-FIM.
           IF IND = 70
              OPEN OUTPUT ARQFERIAS
              GO TO SAI-ARQ-FIM.
           IF IND = 71
              OPEN OUTPUT ARQFERRAM
              GO TO SAI-ARQ-FIM.
           IF IND = 72
              OPEN OUTPUT ARQFLCPL
              GO TO SAI-ARQ-FIM.
           IF IND = 73
              OPEN OUTPUT ARQFOLHA
              GO TO SAI-ARQ-FIM.
           IF IND = 74
              OPEN OUTPUT ARQFRETE
              GO TO SAI-ARQ-FIM.
           IF IND = 75
              OPEN OUTPUT ARQFUNCARQ
              GO TO SAI-ARQ-FIM.
           IF IND = 76
              OPEN OUTPUT ARQFUNCTR
              GO TO SAI-ARQ-FIM.
           IF IND = 77
              OPEN OUTPUT ARQFUNCUR
              GO TO SAI-ARQ-FIM.
           IF IND = 78
              OPEN OUTPUT ARQFUNDOC
              GO TO SAI-ARQ-FIM.
           IF IND = 79
              OPEN OUTPUT ARQFUNEMP
              GO TO SAI-ARQ-FIM.
           IF IND = 80
              OPEN OUTPUT ARQFUNSIND
              GO TO SAI-ARQ-FIM.
           IF IND = 81
              OPEN OUTPUT ARQGRADE
              GO TO SAI-ARQ-FIM.
           IF IND = 82
              OPEN OUTPUT ARQGUIAS
              GO TO SAI-ARQ-FIM.
           IF IND = 83
              OPEN OUTPUT ARQHEPEN
              GO TO SAI-ARQ-FIM.
           IF IND = 84
              OPEN OUTPUT ARQINV
              GO TO SAI-ARQ-FIM.
           IF IND = 85
              OPEN OUTPUT ARQJRNHR
              GO TO SAI-ARQ-FIM.
           IF IND = 86
              OPEN OUTPUT ARQKIT
              GO TO SAI-ARQ-FIM.
           IF IND = 87
              OPEN OUTPUT ARQLGPD
              GO TO SAI-ARQ-FIM.
           IF IND = 88
              OPEN OUTPUT ARQLOTE
              GO TO SAI-ARQ-FIM.
           IF IND = 89
              OPEN OUTPUT ARQLOTMOV
              GO TO SAI-ARQ-FIM.
           IF IND = 90
              OPEN OUTPUT ARQMANUT
              GO TO SAI-ARQ-FIM.
           IF IND = 91
              OPEN OUTPUT ARQMAPCON
              GO TO SAI-ARQ-FIM.
           IF IND = 92
              OPEN OUTPUT ARQMARCA
              GO TO SAI-ARQ-FIM.
           IF IND = 93
              OPEN OUTPUT ARQMOVFUNC
              GO TO SAI-ARQ-FIM.
           IF IND = 94
              OPEN OUTPUT ARQMULTA
              GO TO SAI-ARQ-FIM.
           IF IND = 95
              OPEN OUTPUT ARQMUNIC
              GO TO SAI-ARQ-FIM.
           IF IND = 96
              OPEN OUTPUT ARQNFECAB
              GO TO SAI-ARQ-FIM.
           IF IND = 97
              OPEN OUTPUT ARQNFEITE
              GO TO SAI-ARQ-FIM.
           IF IND = 98
              OPEN OUTPUT ARQOPER
              GO TO SAI-ARQ-FIM.
           IF IND = 99
              OPEN OUTPUT ARQORCDEP
              GO TO SAI-ARQ-FIM.
           IF IND = 100
              OPEN OUTPUT ARQORCMAT
              GO TO SAI-ARQ-FIM.
           IF IND = 101
              OPEN OUTPUT ARQORDSERV
              GO TO SAI-ARQ-FIM.
           IF IND = 102
              OPEN OUTPUT ARQPAGAR
              GO TO SAI-ARQ-FIM.
           IF IND = 103
              OPEN OUTPUT ARQPARAM
              GO TO SAI-ARQ-FIM.
           IF IND = 104
              OPEN OUTPUT ARQPEDAPR
              GO TO SAI-ARQ-FIM.
           IF IND = 105
              OPEN OUTPUT ARQPEDCAB
              GO TO SAI-ARQ-FIM.
           IF IND = 106
              OPEN OUTPUT ARQPEDITE
              GO TO SAI-ARQ-FIM.
           IF IND = 107
              OPEN OUTPUT ARQPENDAP
              GO TO SAI-ARQ-FIM.
           IF IND = 108
              OPEN OUTPUT ARQPENSAO
              GO TO SAI-ARQ-FIM.
           IF IND = 109
              OPEN OUTPUT ARQPGSTAT
              GO TO SAI-ARQ-FIM.
           IF IND = 110
              OPEN OUTPUT ARQPLANO
              GO TO SAI-ARQ-FIM.
           IF IND = 111
              OPEN OUTPUT ARQPLANSAU
              GO TO SAI-ARQ-FIM.
           IF IND = 112
              OPEN OUTPUT ARQPLANVEI
              GO TO SAI-ARQ-FIM.
           IF IND = 113
              OPEN OUTPUT ARQPLR
              GO TO SAI-ARQ-FIM.
           IF IND = 114
              OPEN OUTPUT ARQPNEU
              GO TO SAI-ARQ-FIM.
           IF IND = 115
              OPEN OUTPUT ARQPNEUEV
              GO TO SAI-ARQ-FIM.
           IF IND = 116
              OPEN OUTPUT ARQPONTO
              GO TO SAI-ARQ-FIM.
           IF IND = 117
              OPEN OUTPUT ARQPRFOR
              GO TO SAI-ARQ-FIM.
           IF IND = 118
              OPEN OUTPUT ARQPRHIST
              GO TO SAI-ARQ-FIM.
           IF IND = 119
              OPEN OUTPUT ARQPROC
              GO TO SAI-ARQ-FIM.
           IF IND = 120
              OPEN OUTPUT ARQPROCMV
              GO TO SAI-ARQ-FIM.
           IF IND = 121
              OPEN OUTPUT ARQPROV
              GO TO SAI-ARQ-FIM.
           IF IND = 122
              OPEN OUTPUT ARQPTNOT
              GO TO SAI-ARQ-FIM.
           IF IND = 123
              OPEN OUTPUT ARQQUAR
              GO TO SAI-ARQ-FIM.
           IF IND = 124
              OPEN OUTPUT ARQRATEIO
              GO TO SAI-ARQ-FIM.
           IF IND = 125
              OPEN OUTPUT ARQRECFL
              GO TO SAI-ARQ-FIM.
           IF IND = 126
              OPEN OUTPUT ARQREORD
              GO TO SAI-ARQ-FIM.
           IF IND = 127
              OPEN OUTPUT ARQREORDH
              GO TO SAI-ARQ-FIM.
           IF IND = 128
              OPEN OUTPUT ARQREORDP
              GO TO SAI-ARQ-FIM.
           IF IND = 129
              OPEN OUTPUT ARQREQCAB
              GO TO SAI-ARQ-FIM.
           IF IND = 130
              OPEN OUTPUT ARQREQITE
              GO TO SAI-ARQ-FIM.
           IF IND = 131
              OPEN OUTPUT ARQRESC
              GO TO SAI-ARQ-FIM.
           IF IND = 132
              OPEN OUTPUT ARQRESEST
              GO TO SAI-ARQ-FIM.
           IF IND = 133
              OPEN OUTPUT ARQRESVEI
              GO TO SAI-ARQ-FIM.
           IF IND = 134
              OPEN OUTPUT ARQSALDOC
              GO TO SAI-ARQ-FIM.
           IF IND = 135
              OPEN OUTPUT ARQSCORE
              GO TO SAI-ARQ-FIM.
           IF IND = 136
              OPEN OUTPUT ARQSELO
              GO TO SAI-ARQ-FIM.
           IF IND = 137
              OPEN OUTPUT ARQSENHAS
              GO TO SAI-ARQ-FIM.
           IF IND = 138
              OPEN OUTPUT ARQSENS
              GO TO SAI-ARQ-FIM.
           IF IND = 139
              OPEN OUTPUT ARQSIND
              GO TO SAI-ARQ-FIM.
           IF IND = 140
              OPEN OUTPUT ARQSINDDESC
              GO TO SAI-ARQ-FIM.
           IF IND = 141
              OPEN OUTPUT ARQSINIS
              GO TO SAI-ARQ-FIM.
           IF IND = 142
              OPEN OUTPUT ARQSUSP
              GO TO SAI-ARQ-FIM.
           IF IND = 143
              OPEN OUTPUT ARQTDOC
              GO TO SAI-ARQ-FIM.
           IF IND = 144
              OPEN OUTPUT ARQTEVEN
              GO TO SAI-ARQ-FIM.
           IF IND = 145
              OPEN OUTPUT ARQVAGAS
              GO TO SAI-ARQ-FIM.
           IF IND = 146
              OPEN OUTPUT ARQVIADESP
              GO TO SAI-ARQ-FIM.
           IF IND = 147
              OPEN OUTPUT ARQVIAGEM
              GO TO SAI-ARQ-FIM.
           IF IND = 148
              OPEN OUTPUT ARQVISTOR
              GO TO SAI-ARQ-FIM.
           IF IND = 149
              OPEN OUTPUT CADCARRO
              GO TO SAI-ARQ-FIM.
           OPEN OUTPUT CADCEP.
       SAI-ARQ-FIM.
           EXIT.
      *
       LE-ARQ.
           IF IND = 1
              READ ARQFUNC NEXT
              MOVE REGFUNC TO W-REG
              MOVE CODFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 2
              READ ARQDEP NEXT
              MOVE REGDEP TO W-REG
              MOVE CODEDEP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 3
              READ ARQCARG NEXT
              MOVE REGCARG TO W-REG
              MOVE CODECARGO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 4
              READ ARQDEPEN NEXT
              MOVE REGDEPEN TO W-REG
              MOVE CODDEPEN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 5
              READ CADPROD NEXT
              MOVE REGPROD TO W-REG
              MOVE CODPROD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 6
              READ CADFORN NEXT
              MOVE REGFORN TO W-REG
              MOVE CNPJ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 7
              READ ARQMOVEST NEXT
              MOVE REGMOVEST TO W-REG
              MOVE CHAVEME TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 8
              READ ARQABC NEXT
              MOVE REGABC TO W-REG
              MOVE CODPRODAB TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 9
              READ ARQADESAO NEXT
              MOVE REGADESAO TO W-REG
              MOVE ADESFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 10
              READ ARQADIANT NEXT
              MOVE REGADIANT TO W-REG
              MOVE CHAVEAD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 11
              READ ARQAFAST NEXT
              MOVE REGAFAST TO W-REG
              MOVE AFASTFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 12
              READ ARQALCADA NEXT
              MOVE REGALCADA TO W-REG
              MOVE NIVELAL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 13
              READ ARQALIQISS NEXT
              MOVE REGALIQISS TO W-REG
              MOVE CHAVEAI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 14
              READ ARQAQUIS NEXT
              MOVE REGAQUIS TO W-REG
              MOVE PLACAAQ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 15
              READ ARQASO NEXT
              MOVE REGASO TO W-REG
              MOVE CHAVEAS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 16
              READ ARQATRIB NEXT
              MOVE REGATRIB TO W-REG
              MOVE CHAVEAT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 17
              READ ARQAUTHE NEXT
              MOVE REGAUTHE TO W-REG
              MOVE CHAVEAH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 18
              READ ARQAVAL NEXT
              MOVE REGAVAL TO W-REG
              MOVE CHAVEAV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 19
              READ ARQBAIXA NEXT
              MOVE REGBAIXA TO W-REG
              MOVE PLACABX TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 20
              READ ARQBENEF NEXT
              MOVE REGBENEF TO W-REG
              MOVE BENFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 21
              READ ARQBHORAS NEXT
              MOVE REGBHORAS TO W-REG
              MOVE CHAVEBH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 22
              READ ARQBXOBS NEXT
              MOVE REGBXOBS TO W-REG
              MOVE CODPRODBX TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 23
              READ ARQCARGHIST NEXT
              MOVE REGCARGHIST TO W-REG
              MOVE CHAVECH-CARGHIST TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 24
              READ ARQCARROHIST NEXT
              MOVE REGCARROHIST TO W-REG
              MOVE CHAVECAH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 25
              READ ARQCAT NEXT
              MOVE REGCAT TO W-REG
              MOVE NUMCAT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 26
              READ ARQCATEG NEXT
              MOVE REGCATEG TO W-REG
              MOVE CODCATEG TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 27
              READ ARQCEPHIST NEXT
              MOVE REGCEPHIST TO W-REG
              MOVE CHAVECH-CEPHIST TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 28
              READ ARQCERT NEXT
              MOVE REGCERT TO W-REG
              MOVE CHAVECE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 29
              READ ARQCERTLOG NEXT
              MOVE REGCERTLOG TO W-REG
              MOVE CHAVECL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 30
              READ ARQCHAIN NEXT
              MOVE REGCHAIN TO W-REG
              MOVE CHAVECH2 TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 31
              READ ARQCICLO NEXT
              MOVE REGCICLO TO W-REG
              MOVE CHAVECC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 32
              READ ARQCNH NEXT
              MOVE REGCNH TO W-REG
              MOVE FUNCCNH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 33
              READ ARQCOMB NEXT
              MOVE REGCOMB TO W-REG
              MOVE CHAVECB-COMB TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 34
              READ ARQCOMPET NEXT
              MOVE REGCOMPET TO W-REG
              MOVE COMPETCC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 35
              READ ARQCONCIL NEXT
              MOVE REGCONCIL TO W-REG
              MOVE CHAVECB-CONCIL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 36
              READ ARQCONS NEXT
              MOVE REGCONS TO W-REG
              MOVE NOMECQ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 37
              READ ARQCONSIG NEXT
              MOVE REGCONSIG TO W-REG
              MOVE CHAVECS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 38
              READ ARQCONTATO NEXT
              MOVE REGCONTATO TO W-REG
              MOVE CHAVECN-CONTATO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 39
              READ ARQCONTR NEXT
              MOVE REGCONTR TO W-REG
              MOVE CHAVECN-CONTR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 40
              READ ARQCONVUN NEXT
              MOVE REGCONVUN TO W-REG
              MOVE CODPRODCV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 41
              READ ARQCOTACAO NEXT
              MOVE REGCOTACAO TO W-REG
              MOVE CHAVECT-COTACAO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 42
              READ ARQCSMOV NEXT
              MOVE REGCSMOV TO W-REG
              MOVE CHAVECM TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 43
              READ ARQCTREC NEXT
              MOVE REGCTREC TO W-REG
              MOVE CHAVECT-CTREC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 44
              READ ARQCURREQ NEXT
              MOVE REGCURREQ TO W-REG
              MOVE CHAVERQ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 45
              READ ARQCURSO NEXT
              MOVE REGCURSO TO W-REG
              MOVE CODCURSO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 46
              READ ARQDECL NEXT
              MOVE REGDECL TO W-REG
              MOVE CHAVEDC-DECL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 47
              READ ARQDEPCHF NEXT
              MOVE REGDEPCHF TO W-REG
              MOVE CODDEPCH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 48
              READ ARQDEPE NEXT
              MOVE REGDEPE TO W-REG
              MOVE CODDEPEN-DEPE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 49
              READ ARQDEPENARQ NEXT
              MOVE REGDEPENARQ TO W-REG
              MOVE CODDEPENA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 50
              READ ARQDEPHIST NEXT
              MOVE REGDEPHIST TO W-REG
              MOVE CHAVEDH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 51
              READ ARQDEVOL NEXT
              MOVE REGDEVOL TO W-REG
              MOVE NUMDEV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 52
              READ ARQDIARIO NEXT
              MOVE REGDIARIO TO W-REG
              MOVE CHAVEDB TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 53
              READ ARQDISC NEXT
              MOVE REGDISC TO W-REG
              MOVE CHAVEDI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 54
              READ ARQDOCVEIC NEXT
              MOVE REGDOCVEIC TO W-REG
              MOVE CHAVEDC-DOCVEIC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 55
              READ ARQEMPR NEXT
              MOVE REGEMPR TO W-REG
              MOVE EMPRFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 56
              READ ARQENDER NEXT
              MOVE REGENDER TO W-REG
              MOVE CHAVEEN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 57
              READ ARQENDFOR NEXT
              MOVE REGENDFOR TO W-REG
              MOVE CHAVEEF-ENDFOR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 58
              READ ARQENDFUN NEXT
              MOVE REGENDFUN TO W-REG
              MOVE ENDFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 59
              READ ARQEPICA NEXT
              MOVE REGEPICA TO W-REG
              MOVE PRODCA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 60
              READ ARQEPICARG NEXT
              MOVE REGEPICARG TO W-REG
              MOVE CHAVEEC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 61
              READ ARQEPIENT NEXT
              MOVE REGEPIENT TO W-REG
              MOVE CHAVEEE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 62
              READ ARQEQUIV NEXT
              MOVE REGEQUIV TO W-REG
              MOVE CHAVEEQ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 63
              READ ARQESCALA NEXT
              MOVE REGESCALA TO W-REG
              MOVE CODESC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 64
              READ ARQESCFUN NEXT
              MOVE REGESCFUN TO W-REG
              MOVE CHAVEEF-ESCFUN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 65
              READ ARQESTFECH NEXT
              MOVE REGESTFECH TO W-REG
              MOVE COMPETEF TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 66
              READ ARQESTFOTO NEXT
              MOVE REGESTFOTO TO W-REG
              MOVE CHAVEFT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 67
              READ ARQEVEN NEXT
              MOVE REGEVEN TO W-REG
              MOVE CHAVEEV-EVEN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 68
              READ ARQEXCFL NEXT
              MOVE REGEXCFL TO W-REG
              MOVE CHAVEEX TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 69
              READ ARQFERIAD NEXT
              MOVE REGFERIAD TO W-REG
              MOVE DATAFER TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 70
              READ ARQFERIAS NEXT
              MOVE REGFERIAS TO W-REG
              MOVE FERFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 71
              READ ARQFERRAM NEXT
              MOVE REGFERRAM TO W-REG
              MOVE CHAVEFE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 72
              READ ARQFLCPL NEXT
              MOVE REGFLCPL TO W-REG
              MOVE CHAVECF TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 73
              READ ARQFOLHA NEXT
              MOVE REGFOLHA TO W-REG
              MOVE CHAVEFL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 74
              READ ARQFRETE NEXT
              MOVE REGFRETE TO W-REG
              MOVE CHAVEFR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 75
              READ ARQFUNCARQ NEXT
              MOVE REGFUNCARQ TO W-REG
              MOVE CODFUNCA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 76
              READ ARQFUNCTR NEXT
              MOVE REGFUNCTR TO W-REG
              MOVE FUNCCT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 77
              READ ARQFUNCUR NEXT
              MOVE REGFUNCUR TO W-REG
              MOVE CHAVEFC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 78
              READ ARQFUNDOC NEXT
              MOVE REGFUNDOC TO W-REG
              MOVE CHAVEFD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 79
              READ ARQFUNEMP NEXT
              MOVE REGFUNEMP TO W-REG
              MOVE FUNCFE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 80
              READ ARQFUNSIND NEXT
              MOVE REGFUNSIND TO W-REG
              MOVE FUNCFS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 81
              READ ARQGRADE NEXT
              MOVE REGGRADE TO W-REG
              MOVE CHAVEGR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 82
              READ ARQGUIAS NEXT
              MOVE REGGUIAS TO W-REG
              MOVE CHAVEGU TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 83
              READ ARQHEPEN NEXT
              MOVE REGHEPEN TO W-REG
              MOVE CHAVEHP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 84
              READ ARQINV NEXT
              MOVE REGINV TO W-REG
              MOVE CODPRODIV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 85
              READ ARQJRNHR NEXT
              MOVE REGJRNHR TO W-REG
              MOVE CHAVEJR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 86
              READ ARQKIT NEXT
              MOVE REGKIT TO W-REG
              MOVE CHAVEKT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 87
              READ ARQLGPD NEXT
              MOVE REGLGPD TO W-REG
              MOVE CODFUNCLG TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 88
              READ ARQLOTE NEXT
              MOVE REGLOTE TO W-REG
              MOVE CHAVELT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 89
              READ ARQLOTMOV NEXT
              MOVE REGLOTMOV TO W-REG
              MOVE CHAVELM TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 90
              READ ARQMANUT NEXT
              MOVE REGMANUT TO W-REG
              MOVE CHAVEMAN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 91
              READ ARQMAPCON NEXT
              MOVE REGMAPCON TO W-REG
              MOVE ORIGEMMAP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 92
              READ ARQMARCA NEXT
              MOVE REGMARCA TO W-REG
              MOVE CODMARCA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 93
              READ ARQMOVFUNC NEXT
              MOVE REGMOVFUNC TO W-REG
              MOVE CHAVEMV-MOVFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 94
              READ ARQMULTA NEXT
              MOVE REGMULTA TO W-REG
              MOVE CHAVEML TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 95
              READ ARQMUNIC NEXT
              MOVE REGMUNIC TO W-REG
              MOVE CODIBGE-MU TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 96
              READ ARQNFECAB NEXT
              MOVE REGNFECAB TO W-REG
              MOVE CHAVENE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 97
              READ ARQNFEITE NEXT
              MOVE REGNFEITE TO W-REG
              MOVE CHAVENI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 98
              READ ARQOPER NEXT
              MOVE REGOPER TO W-REG
              MOVE CODOPER TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 99
              READ ARQORCDEP NEXT
              MOVE REGORCDEP TO W-REG
              MOVE CHAVEOR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 100
              READ ARQORCMAT NEXT
              MOVE REGORCMAT TO W-REG
              MOVE CHAVEOM TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 101
              READ ARQORDSERV NEXT
              MOVE REGORDSERV TO W-REG
              MOVE NUMOS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 102
              READ ARQPAGAR NEXT
              MOVE REGPAGAR TO W-REG
              MOVE CHAVETIT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 103
              READ ARQPARAM NEXT
              MOVE REGPARAM TO W-REG
              MOVE CODPARAM TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 104
              READ ARQPEDAPR NEXT
              MOVE REGPEDAPR TO W-REG
              MOVE NUMPEDAP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 105
              READ ARQPEDCAB NEXT
              MOVE REGPEDCAB TO W-REG
              MOVE NUMPED TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 106
              READ ARQPEDITE NEXT
              MOVE REGPEDITE TO W-REG
              MOVE CHAVEPI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 107
              READ ARQPENDAP NEXT
              MOVE REGPENDAP TO W-REG
              MOVE CHAVEPA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 108
              READ ARQPENSAO NEXT
              MOVE REGPENSAO TO W-REG
              MOVE CHAVEPS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 109
              READ ARQPGSTAT NEXT
              MOVE REGPGSTAT TO W-REG
              MOVE CHAVEPG TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 110
              READ ARQPLANO NEXT
              MOVE REGPLANO TO W-REG
              MOVE CODPLANO-PLANO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 111
              READ ARQPLANSAU NEXT
              MOVE REGPLANSAU TO W-REG
              MOVE CODPLANO-PLANSAU TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 112
              READ ARQPLANVEI NEXT
              MOVE REGPLANVEI TO W-REG
              MOVE CHAVEPV-PLANVEI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 113
              READ ARQPLR NEXT
              MOVE REGPLR TO W-REG
              MOVE CHAVEPL TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 114
              READ ARQPNEU NEXT
              MOVE REGPNEU TO W-REG
              MOVE NUMFOGO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 115
              READ ARQPNEUEV NEXT
              MOVE REGPNEUEV TO W-REG
              MOVE CHAVEEV-PNEUEV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 116
              READ ARQPONTO NEXT
              MOVE REGPONTO TO W-REG
              MOVE CHAVEPT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 117
              READ ARQPRFOR NEXT
              MOVE REGPRFOR TO W-REG
              MOVE CHAVEPF TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 118
              READ ARQPRHIST NEXT
              MOVE REGPRHIST TO W-REG
              MOVE CHAVEHIST TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 119
              READ ARQPROC NEXT
              MOVE REGPROC TO W-REG
              MOVE NUMPC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 120
              READ ARQPROCMV NEXT
              MOVE REGPROCMV TO W-REG
              MOVE CHAVEMV-PROCMV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 121
              READ ARQPROV NEXT
              MOVE REGPROV TO W-REG
              MOVE CHAVEPV-PROV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 122
              READ ARQPTNOT NEXT
              MOVE REGPTNOT TO W-REG
              MOVE CHAVEPN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 123
              READ ARQQUAR NEXT
              MOVE REGQUAR TO W-REG
              MOVE CHAVEQR TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 124
              READ ARQRATEIO NEXT
              MOVE REGRATEIO TO W-REG
              MOVE CHAVERT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 125
              READ ARQRECFL NEXT
              MOVE REGRECFL TO W-REG
              MOVE CHAVERF TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 126
              READ ARQREORD NEXT
              MOVE REGREORD TO W-REG
              MOVE CODPRODRO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 127
              READ ARQREORDH NEXT
              MOVE REGREORDH TO W-REG
              MOVE CHAVERH TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 128
              READ ARQREORDP NEXT
              MOVE REGREORDP TO W-REG
              MOVE CODPRODRP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 129
              READ ARQREQCAB NEXT
              MOVE REGREQCAB TO W-REG
              MOVE NUMREQ TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 130
              READ ARQREQITE NEXT
              MOVE REGREQITE TO W-REG
              MOVE CHAVERI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 131
              READ ARQRESC NEXT
              MOVE REGRESC TO W-REG
              MOVE RESCFUNC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 132
              READ ARQRESEST NEXT
              MOVE REGRESEST TO W-REG
              MOVE CODPRODRS TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 133
              READ ARQRESVEI NEXT
              MOVE REGRESVEI TO W-REG
              MOVE CHAVERV TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 134
              READ ARQSALDOC NEXT
              MOVE REGSALDOC TO W-REG
              MOVE CHAVESL-SALDOC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 135
              READ ARQSCORE NEXT
              MOVE REGSCORE TO W-REG
              MOVE FUNCSC TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 136
              READ ARQSELO NEXT
              MOVE REGSELO TO W-REG
              MOVE CHAVESL-SELO TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 137
              READ ARQSENHAS NEXT
              MOVE REGSENHAS TO W-REG
              MOVE CODOPSE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 138
              READ ARQSENS NEXT
              MOVE REGSENS TO W-REG
              MOVE CAMPOSE TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 139
              READ ARQSIND NEXT
              MOVE REGSIND TO W-REG
              MOVE CODSIND TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 140
              READ ARQSINDDESC NEXT
              MOVE REGSINDDESC TO W-REG
              MOVE CHAVESD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 141
              READ ARQSINIS NEXT
              MOVE REGSINIS TO W-REG
              MOVE CHAVESN TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 142
              READ ARQSUSP NEXT
              MOVE REGSUSP TO W-REG
              MOVE CHAVESP TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 143
              READ ARQTDOC NEXT
              MOVE REGTDOC TO W-REG
              MOVE CODTD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 144
              READ ARQTEVEN NEXT
              MOVE REGTEVEN TO W-REG
              MOVE CODEVT TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 145
              READ ARQVAGAS NEXT
              MOVE REGVAGAS TO W-REG
              MOVE NUMVAGA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 146
              READ ARQVIADESP NEXT
              MOVE REGVIADESP TO W-REG
              MOVE CHAVEVD TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 147
              READ ARQVIAGEM NEXT
              MOVE REGVIAGEM TO W-REG
              MOVE NUMVG TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 148
              READ ARQVISTOR NEXT
              MOVE REGVISTOR TO W-REG
              MOVE CHAVEVI TO W-CHAVE
              GO TO LE-ARQ-FIM.
           IF IND = 149
              READ CADCARRO NEXT
              MOVE REGCARRO TO W-REG
              MOVE PLACA TO W-CHAVE
              GO TO LE-ARQ-FIM.
           READ CADCEP NEXT
           MOVE REGCEP TO W-REG
           MOVE CODCEP TO W-CHAVE.
       LE-ARQ-FIM.
           EXIT.
      *
       GRV-ARQ.
           IF IND = 1
              MOVE W-REG TO REGFUNC
              WRITE REGFUNC
              GO TO GRV-ARQ-FIM.
           IF IND = 2
              MOVE W-REG TO REGDEP
              WRITE REGDEP
              GO TO GRV-ARQ-FIM.
           IF IND = 3
              MOVE W-REG TO REGCARG
              WRITE REGCARG
              GO TO GRV-ARQ-FIM.
           IF IND = 4
              MOVE W-REG TO REGDEPEN
              WRITE REGDEPEN
              GO TO GRV-ARQ-FIM.
           IF IND = 5
              MOVE W-REG TO REGPROD
              WRITE REGPROD
              GO TO GRV-ARQ-FIM.
           IF IND = 6
              MOVE W-REG TO REGFORN
              WRITE REGFORN
              GO TO GRV-ARQ-FIM.
           IF IND = 7
              MOVE W-REG TO REGMOVEST
              WRITE REGMOVEST
              GO TO GRV-ARQ-FIM.
           IF IND = 8
              MOVE W-REG TO REGABC
              WRITE REGABC
              GO TO GRV-ARQ-FIM.
           IF IND = 9
              MOVE W-REG TO REGADESAO
              WRITE REGADESAO
              GO TO GRV-ARQ-FIM.
           IF IND = 10
              MOVE W-REG TO REGADIANT
              WRITE REGADIANT
              GO TO GRV-ARQ-FIM.
           IF IND = 11
              MOVE W-REG TO REGAFAST
              WRITE REGAFAST
              GO TO GRV-ARQ-FIM.
           IF IND = 12
              MOVE W-REG TO REGALCADA
              WRITE REGALCADA
              GO TO GRV-ARQ-FIM.
           IF IND = 13
              MOVE W-REG TO REGALIQISS
              WRITE REGALIQISS
              GO TO GRV-ARQ-FIM.
           IF IND = 14
              MOVE W-REG TO REGAQUIS
              WRITE REGAQUIS
              GO TO GRV-ARQ-FIM.
           IF IND = 15
              MOVE W-REG TO REGASO
              WRITE REGASO
              GO TO GRV-ARQ-FIM.
           IF IND = 16
              MOVE W-REG TO REGATRIB
              WRITE REGATRIB
              GO TO GRV-ARQ-FIM.
           IF IND = 17
              MOVE W-REG TO REGAUTHE
              WRITE REGAUTHE
              GO TO GRV-ARQ-FIM.
           IF IND = 18
              MOVE W-REG TO REGAVAL
              WRITE REGAVAL
              GO TO GRV-ARQ-FIM.
           IF IND = 19
              MOVE W-REG TO REGBAIXA
              WRITE REGBAIXA
              GO TO GRV-ARQ-FIM.
           IF IND = 20
              MOVE W-REG TO REGBENEF
              WRITE REGBENEF
              GO TO GRV-ARQ-FIM.
           IF IND = 21
              MOVE W-REG TO REGBHORAS
              WRITE REGBHORAS
              GO TO GRV-ARQ-FIM.
           IF IND = 22
              MOVE W-REG TO REGBXOBS
              WRITE REGBXOBS
              GO TO GRV-ARQ-FIM.
           IF IND = 23
              MOVE W-REG TO REGCARGHIST
              WRITE REGCARGHIST
              GO TO GRV-ARQ-FIM.
           IF IND = 24
              MOVE W-REG TO REGCARROHIST
              WRITE REGCARROHIST
              GO TO GRV-ARQ-FIM.
           IF IND = 25
              MOVE W-REG TO REGCAT
              WRITE REGCAT
              GO TO GRV-ARQ-FIM.
           IF IND = 26
              MOVE W-REG TO REGCATEG
              WRITE REGCATEG
              GO TO GRV-ARQ-FIM.
           IF IND = 27
              MOVE W-REG TO REGCEPHIST
              WRITE REGCEPHIST
              GO TO GRV-ARQ-FIM.
           IF IND = 28
              MOVE W-REG TO REGCERT
              WRITE REGCERT
              GO TO GRV-ARQ-FIM.
           IF IND = 29
              MOVE W-REG TO REGCERTLOG
              WRITE REGCERTLOG
              GO TO GRV-ARQ-FIM.
           IF IND = 30
              MOVE W-REG TO REGCHAIN
              WRITE REGCHAIN
              GO TO GRV-ARQ-FIM.
           IF IND = 31
              MOVE W-REG TO REGCICLO
              WRITE REGCICLO
              GO TO GRV-ARQ-FIM.
           IF IND = 32
              MOVE W-REG TO REGCNH
              WRITE REGCNH
              GO TO GRV-ARQ-FIM.
           IF IND = 33
              MOVE W-REG TO REGCOMB
              WRITE REGCOMB
              GO TO GRV-ARQ-FIM.
           IF IND = 34
              MOVE W-REG TO REGCOMPET
              WRITE REGCOMPET
              GO TO GRV-ARQ-FIM.
           IF IND = 35
              MOVE W-REG TO REGCONCIL
              WRITE REGCONCIL
              GO TO GRV-ARQ-FIM.
           IF IND = 36
              MOVE W-REG TO REGCONS
              WRITE REGCONS
              GO TO GRV-ARQ-FIM.
           IF IND = 37
              MOVE W-REG TO REGCONSIG
              WRITE REGCONSIG
              GO TO GRV-ARQ-FIM.
           IF IND = 38
              MOVE W-REG TO REGCONTATO
              WRITE REGCONTATO
              GO TO GRV-ARQ-FIM.
           IF IND = 39
              MOVE W-REG TO REGCONTR
              WRITE REGCONTR
              GO TO GRV-ARQ-FIM.
           IF IND = 40
              MOVE W-REG TO REGCONVUN
              WRITE REGCONVUN
              GO TO GRV-ARQ-FIM.
           IF IND = 41
              MOVE W-REG TO REGCOTACAO
              WRITE REGCOTACAO
              GO TO GRV-ARQ-FIM.
           IF IND = 42
              MOVE W-REG TO REGCSMOV
              WRITE REGCSMOV
              GO TO GRV-ARQ-FIM.
           IF IND = 43
              MOVE W-REG TO REGCTREC
              WRITE REGCTREC
              GO TO GRV-ARQ-FIM.
           IF IND = 44
              MOVE W-REG TO REGCURREQ
              WRITE REGCURREQ
              GO TO GRV-ARQ-FIM.
           IF IND = 45
              MOVE W-REG TO REGCURSO
              WRITE REGCURSO
              GO TO GRV-ARQ-FIM.
           IF IND = 46
              MOVE W-REG TO REGDECL
              WRITE REGDECL
              GO TO GRV-ARQ-FIM.
           IF IND = 47
              MOVE W-REG TO REGDEPCHF
              WRITE REGDEPCHF
              GO TO GRV-ARQ-FIM.
           IF IND = 48
              MOVE W-REG TO REGDEPE
              WRITE REGDEPE
              GO TO GRV-ARQ-FIM.
           IF IND = 49
              MOVE W-REG TO REGDEPENARQ
              WRITE REGDEPENARQ
              GO TO GRV-ARQ-FIM.
           IF IND = 50
              MOVE W-REG TO REGDEPHIST
              WRITE REGDEPHIST
              GO TO GRV-ARQ-FIM.
           IF IND = 51
              MOVE W-REG TO REGDEVOL
              WRITE REGDEVOL
              GO TO GRV-ARQ-FIM.
           IF IND = 52
              MOVE W-REG TO REGDIARIO
              WRITE REGDIARIO
              GO TO GRV-ARQ-FIM.
           IF IND = 53
              MOVE W-REG TO REGDISC
              WRITE REGDISC
              GO TO GRV-ARQ-FIM.
           IF IND = 54
              MOVE W-REG TO REGDOCVEIC
              WRITE REGDOCVEIC
              GO TO GRV-ARQ-FIM.
           IF IND = 55
              MOVE W-REG TO REGEMPR
              WRITE REGEMPR
              GO TO GRV-ARQ-FIM.
           IF IND = 56
              MOVE W-REG TO REGENDER
              WRITE REGENDER
              GO TO GRV-ARQ-FIM.
           IF IND = 57
              MOVE W-REG TO REGENDFOR
              WRITE REGENDFOR
              GO TO GRV-ARQ-FIM.
           IF IND = 58
              MOVE W-REG TO REGENDFUN
              WRITE REGENDFUN
              GO TO GRV-ARQ-FIM.
           IF IND = 59
              MOVE W-REG TO REGEPICA
              WRITE REGEPICA
              GO TO GRV-ARQ-FIM.
           IF IND = 60
              MOVE W-REG TO REGEPICARG
              WRITE REGEPICARG
              GO TO GRV-ARQ-FIM.
           IF IND = 61
              MOVE W-REG TO REGEPIENT
              WRITE REGEPIENT
              GO TO GRV-ARQ-FIM.
           IF IND = 62
              MOVE W-REG TO REGEQUIV
              WRITE REGEQUIV
              GO TO GRV-ARQ-FIM.
           IF IND = 63
              MOVE W-REG TO REGESCALA
              WRITE REGESCALA
              GO TO GRV-ARQ-FIM.
           IF IND = 64
              MOVE W-REG TO REGESCFUN
              WRITE REGESCFUN
              GO TO GRV-ARQ-FIM.
           IF IND = 65
              MOVE W-REG TO REGESTFECH
              WRITE REGESTFECH
              GO TO GRV-ARQ-FIM.
           IF IND = 66
              MOVE W-REG TO REGESTFOTO
              WRITE REGESTFOTO
              GO TO GRV-ARQ-FIM.
           IF IND = 67
              MOVE W-REG TO REGEVEN
              WRITE REGEVEN
              GO TO GRV-ARQ-FIM.
           IF IND = 68
              MOVE W-REG TO REGEXCFL
              WRITE REGEXCFL
              GO TO GRV-ARQ-FIM.
           IF IND = 69
              MOVE W-REG TO REGFERIAD
              WRITE REGFERIAD
              GO TO GRV-ARQ-FIM.
           IF IND = 70
              MOVE W-REG TO REGFERIAS
              WRITE REGFERIAS
              GO TO GRV-ARQ-FIM.
           IF IND = 71
              MOVE W-REG TO REGFERRAM
              WRITE REGFERRAM
              GO TO GRV-ARQ-FIM.
           IF IND = 72
              MOVE W-REG TO REGFLCPL
              WRITE REGFLCPL
              GO TO GRV-ARQ-FIM.
           IF IND = 73
              MOVE W-REG TO REGFOLHA
              WRITE REGFOLHA
              GO TO GRV-ARQ-FIM.
           IF IND = 74
              MOVE W-REG TO REGFRETE
              WRITE REGFRETE
              GO TO GRV-ARQ-FIM.
           IF IND = 75
              MOVE W-REG TO REGFUNCARQ
              WRITE REGFUNCARQ
              GO TO GRV-ARQ-FIM.
           IF IND = 76
              MOVE W-REG TO REGFUNCTR
              WRITE REGFUNCTR
              GO TO GRV-ARQ-FIM.
           IF IND = 77
              MOVE W-REG TO REGFUNCUR
              WRITE REGFUNCUR
              GO TO GRV-ARQ-FIM.
           IF IND = 78
              MOVE W-REG TO REGFUNDOC
              WRITE REGFUNDOC
              GO TO GRV-ARQ-FIM.
           IF IND = 79
              MOVE W-REG TO REGFUNEMP
              WRITE REGFUNEMP
              GO TO GRV-ARQ-FIM.
           IF IND = 80
              MOVE W-REG TO REGFUNSIND
              WRITE REGFUNSIND
              GO TO GRV-ARQ-FIM.
           IF IND = 81
              MOVE W-REG TO REGGRADE
              WRITE REGGRADE
              GO TO GRV-ARQ-FIM.
           IF IND = 82
              MOVE W-REG TO REGGUIAS
              WRITE REGGUIAS
              GO TO GRV-ARQ-FIM.
           IF IND = 83
              MOVE W-REG TO REGHEPEN
              WRITE REGHEPEN
              GO TO GRV-ARQ-FIM.
           IF IND = 84
              MOVE W-REG TO REGINV
              WRITE REGINV
              GO TO GRV-ARQ-FIM.
           IF IND = 85
              MOVE W-REG TO REGJRNHR
              WRITE REGJRNHR
              GO TO GRV-ARQ-FIM.
           IF IND = 86
              MOVE W-REG TO REGKIT
              WRITE REGKIT
              GO TO GRV-ARQ-FIM.
           IF IND = 87
              MOVE W-REG TO REGLGPD
              WRITE REGLGPD
              GO TO GRV-ARQ-FIM.
           IF IND = 88
              MOVE W-REG TO REGLOTE
              WRITE REGLOTE
              GO TO GRV-ARQ-FIM.
           IF IND = 89
              MOVE W-REG TO REGLOTMOV
              WRITE REGLOTMOV
              GO TO GRV-ARQ-FIM.
           IF IND = 90
              MOVE W-REG TO REGMANUT
              WRITE REGMANUT
              GO TO GRV-ARQ-FIM.
           IF IND = 91
              MOVE W-REG TO REGMAPCON
              WRITE REGMAPCON
              GO TO GRV-ARQ-FIM.
           IF IND = 92
              MOVE W-REG TO REGMARCA
              WRITE REGMARCA
              GO TO GRV-ARQ-FIM.
           IF IND = 93
              MOVE W-REG TO REGMOVFUNC
              WRITE REGMOVFUNC
              GO TO GRV-ARQ-FIM.
           IF IND = 94
              MOVE W-REG TO REGMULTA
              WRITE REGMULTA
              GO TO GRV-ARQ-FIM.
           IF IND = 95
              MOVE W-REG TO REGMUNIC
              WRITE REGMUNIC
              GO TO GRV-ARQ-FIM.
           IF IND = 96
              MOVE W-REG TO REGNFECAB
              WRITE REGNFECAB
              GO TO GRV-ARQ-FIM.
           IF IND = 97
              MOVE W-REG TO REGNFEITE
              WRITE REGNFEITE
              GO TO GRV-ARQ-FIM.
           IF IND = 98
              MOVE W-REG TO REGOPER
              WRITE REGOPER
              GO TO GRV-ARQ-FIM.
           IF IND = 99
              MOVE W-REG TO REGORCDEP
              WRITE REGORCDEP
              GO TO GRV-ARQ-FIM.
           IF IND = 100
              MOVE W-REG TO REGORCMAT
              WRITE REGORCMAT
              GO TO GRV-ARQ-FIM.
           IF IND = 101
              MOVE W-REG TO REGORDSERV
              WRITE REGORDSERV
              GO TO GRV-ARQ-FIM.
           IF IND = 102
              MOVE W-REG TO REGPAGAR
              WRITE REGPAGAR
              GO TO GRV-ARQ-FIM.
           IF IND = 103
              MOVE W-REG TO REGPARAM
              WRITE REGPARAM
              GO TO GRV-ARQ-FIM.
           IF IND = 104
              MOVE W-REG TO REGPEDAPR
              WRITE REGPEDAPR
              GO TO GRV-ARQ-FIM.
           IF IND = 105
              MOVE W-REG TO REGPEDCAB
              WRITE REGPEDCAB
              GO TO GRV-ARQ-FIM.
           IF IND = 106
              MOVE W-REG TO REGPEDITE
              WRITE REGPEDITE
              GO TO GRV-ARQ-FIM.
           IF IND = 107
              MOVE W-REG TO REGPENDAP
              WRITE REGPENDAP
              GO TO GRV-ARQ-FIM.
           IF IND = 108
              MOVE W-REG TO REGPENSAO
              WRITE REGPENSAO
              GO TO GRV-ARQ-FIM.
           IF IND = 109
              MOVE W-REG TO REGPGSTAT
              WRITE REGPGSTAT
              GO TO GRV-ARQ-FIM.
           IF IND = 110
              MOVE W-REG TO REGPLANO
              WRITE REGPLANO
              GO TO GRV-ARQ-FIM.
           IF IND = 111
              MOVE W-REG TO REGPLANSAU
              WRITE REGPLANSAU
              GO TO GRV-ARQ-FIM.
           IF IND = 112
              MOVE W-REG TO REGPLANVEI
              WRITE REGPLANVEI
              GO TO GRV-ARQ-FIM.
           IF IND = 113
              MOVE W-REG TO REGPLR
              WRITE REGPLR
              GO TO GRV-ARQ-FIM.
           IF IND = 114
              MOVE W-REG TO REGPNEU
              WRITE REGPNEU
              GO TO GRV-ARQ-FIM.
           IF IND = 115
              MOVE W-REG TO REGPNEUEV
              WRITE REGPNEUEV
              GO TO GRV-ARQ-FIM.
           IF IND = 116
              MOVE W-REG TO REGPONTO
              WRITE REGPONTO
              GO TO GRV-ARQ-FIM.
           IF IND = 117
              MOVE W-REG TO REGPRFOR
              WRITE REGPRFOR
              GO TO GRV-ARQ-FIM.
           IF IND = 118
              MOVE W-REG TO REGPRHIST
              WRITE REGPRHIST
              GO TO GRV-ARQ-FIM.
           IF IND = 119
              MOVE W-REG TO REGPROC
              WRITE REGPROC
              GO TO GRV-ARQ-FIM.
           IF IND = 120
              MOVE W-REG TO REGPROCMV
              WRITE REGPROCMV
              GO TO GRV-ARQ-FIM.
           IF IND = 121
              MOVE W-REG TO REGPROV
              WRITE REGPROV
              GO TO GRV-ARQ-FIM.
           IF IND = 122
              MOVE W-REG TO REGPTNOT
              WRITE REGPTNOT
              GO TO GRV-ARQ-FIM.
           IF IND = 123
              MOVE W-REG TO REGQUAR
              WRITE REGQUAR
              GO TO GRV-ARQ-FIM.
           IF IND = 124
              MOVE W-REG TO REGRATEIO
              WRITE REGRATEIO
              GO TO GRV-ARQ-FIM.
           IF IND = 125
              MOVE W-REG TO REGRECFL
              WRITE REGRECFL
              GO TO GRV-ARQ-FIM.
           IF IND = 126
              MOVE W-REG TO REGREORD
              WRITE REGREORD
              GO TO GRV-ARQ-FIM.
           IF IND = 127
              MOVE W-REG TO REGREORDH
              WRITE REGREORDH
              GO TO GRV-ARQ-FIM.
           IF IND = 128
              MOVE W-REG TO REGREORDP
              WRITE REGREORDP
              GO TO GRV-ARQ-FIM.
           IF IND = 129
              MOVE W-REG TO REGREQCAB
              WRITE REGREQCAB
              GO TO GRV-ARQ-FIM.
           IF IND = 130
              MOVE W-REG TO REGREQITE
              WRITE REGREQITE
              GO TO GRV-ARQ-FIM.
           IF IND = 131
              MOVE W-REG TO REGRESC
              WRITE REGRESC
              GO TO GRV-ARQ-FIM.
           IF IND = 132
              MOVE W-REG TO REGRESEST
              WRITE REGRESEST
              GO TO GRV-ARQ-FIM.
           IF IND = 133
              MOVE W-REG TO REGRESVEI
              WRITE REGRESVEI
              GO TO GRV-ARQ-FIM.
           IF IND = 134
              MOVE W-REG TO REGSALDOC
              WRITE REGSALDOC
              GO TO GRV-ARQ-FIM.
           IF IND = 135
              MOVE W-REG TO REGSCORE
              WRITE REGSCORE
              GO TO GRV-ARQ-FIM.
           IF IND = 136
              MOVE W-REG TO REGSELO
              WRITE REGSELO
              GO TO GRV-ARQ-FIM.
           IF IND = 137
              MOVE W-REG TO REGSENHAS
              WRITE REGSENHAS
              GO TO GRV-ARQ-FIM.
           IF IND = 138
              MOVE W-REG TO REGSENS
              WRITE REGSENS
              GO TO GRV-ARQ-FIM.
           IF IND = 139
              MOVE W-REG TO REGSIND
              WRITE REGSIND
              GO TO GRV-ARQ-FIM.
           IF IND = 140
              MOVE W-REG TO REGSINDDESC
              WRITE REGSINDDESC
              GO TO GRV-ARQ-FIM.
           IF IND = 141
              MOVE W-REG TO REGSINIS
              WRITE REGSINIS
              GO TO GRV-ARQ-FIM.
           IF IND = 142
              MOVE W-REG TO REGSUSP
              WRITE REGSUSP
              GO TO GRV-ARQ-FIM.
           IF IND = 143
              MOVE W-REG TO REGTDOC
              WRITE REGTDOC
              GO TO GRV-ARQ-FIM.
           IF IND = 144
              MOVE W-REG TO REGTEVEN
              WRITE REGTEVEN
              GO TO GRV-ARQ-FIM.
           IF IND = 145
              MOVE W-REG TO REGVAGAS
              WRITE REGVAGAS
              GO TO GRV-ARQ-FIM.
           IF IND = 146
              MOVE W-REG TO REGVIADESP
              WRITE REGVIADESP
              GO TO GRV-ARQ-FIM.
           IF IND = 147
              MOVE W-REG TO REGVIAGEM
              WRITE REGVIAGEM
              GO TO GRV-ARQ-FIM.
           IF IND = 148
              MOVE W-REG TO REGVISTOR
              WRITE REGVISTOR
              GO TO GRV-ARQ-FIM.
           IF IND = 149
              MOVE W-REG TO REGCARRO
              WRITE REGCARRO
              GO TO GRV-ARQ-FIM.
           MOVE W-REG TO REGCEP
           WRITE REGCEP.
       GRV-ARQ-FIM.
           EXIT.
      *
       FECHA-ARQ.
           IF IND = 1
              CLOSE ARQFUNC
              GO TO FECHA-ARQ-FIM.
           IF IND = 2
              CLOSE ARQDEP
              GO TO FECHA-ARQ-FIM.
           IF IND = 3
              CLOSE ARQCARG
              GO TO FECHA-ARQ-FIM.
           IF IND = 4
              CLOSE ARQDEPEN
              GO TO FECHA-ARQ-FIM.
           IF IND = 5
              CLOSE CADPROD
              GO TO FECHA-ARQ-FIM.
           IF IND = 6
              CLOSE CADFORN
              GO TO FECHA-ARQ-FIM.
           IF IND = 7
              CLOSE ARQMOVEST
              GO TO FECHA-ARQ-FIM.
           IF IND = 8
              CLOSE ARQABC
              GO TO FECHA-ARQ-FIM.
           IF IND = 9
              CLOSE ARQADESAO
              GO TO FECHA-ARQ-FIM.
           IF IND = 10
              CLOSE ARQADIANT
              GO TO FECHA-ARQ-FIM.
           IF IND = 11
              CLOSE ARQAFAST
              GO TO FECHA-ARQ-FIM.
           IF IND = 12
              CLOSE ARQALCADA
              GO TO FECHA-ARQ-FIM.
           IF IND = 13
              CLOSE ARQALIQISS
              GO TO FECHA-ARQ-FIM.
           IF IND = 14
              CLOSE ARQAQUIS
              GO TO FECHA-ARQ-FIM.
           IF IND = 15
              CLOSE ARQASO
              GO TO FECHA-ARQ-FIM.
           IF IND = 16
              CLOSE ARQATRIB
              GO TO FECHA-ARQ-FIM.
           IF IND = 17
              CLOSE ARQAUTHE
              GO TO FECHA-ARQ-FIM.
           IF IND = 18
              CLOSE ARQAVAL
              GO TO FECHA-ARQ-FIM.
           IF IND = 19
              CLOSE ARQBAIXA
              GO TO FECHA-ARQ-FIM.
           IF IND = 20
              CLOSE ARQBENEF
              GO TO FECHA-ARQ-FIM.
           IF IND = 21
              CLOSE ARQBHORAS
              GO TO FECHA-ARQ-FIM.
           IF IND = 22
              CLOSE ARQBXOBS
              GO TO FECHA-ARQ-FIM.
           IF IND = 23
              CLOSE ARQCARGHIST
              GO TO FECHA-ARQ-FIM.
           IF IND = 24
              CLOSE ARQCARROHIST
              GO TO FECHA-ARQ-FIM.
           IF IND = 25
              CLOSE ARQCAT
              GO TO FECHA-ARQ-FIM.
           IF IND = 26
              CLOSE ARQCATEG
              GO TO FECHA-ARQ-FIM.
           IF IND = 27
              CLOSE ARQCEPHIST
              GO TO FECHA-ARQ-FIM.
           IF IND = 28
              CLOSE ARQCERT
              GO TO FECHA-ARQ-FIM.
           IF IND = 29
              CLOSE ARQCERTLOG
              GO TO FECHA-ARQ-FIM.
           IF IND = 30
              CLOSE ARQCHAIN
              GO TO FECHA-ARQ-FIM.
           IF IND = 31
              CLOSE ARQCICLO
              GO TO FECHA-ARQ-FIM.
           IF IND = 32
              CLOSE ARQCNH
              GO TO FECHA-ARQ-FIM.
           IF IND = 33
              CLOSE ARQCOMB
              GO TO FECHA-ARQ-FIM.
           IF IND = 34
              CLOSE ARQCOMPET
              GO TO FECHA-ARQ-FIM.
           IF IND = 35
              CLOSE ARQCONCIL
              GO TO FECHA-ARQ-FIM.
           IF IND = 36
              CLOSE ARQCONS
              GO TO FECHA-ARQ-FIM.
           IF IND = 37
              CLOSE ARQCONSIG
              GO TO FECHA-ARQ-FIM.
           IF IND = 38
              CLOSE ARQCONTATO
              GO TO FECHA-ARQ-FIM.
           IF IND = 39
              CLOSE ARQCONTR
              GO TO FECHA-ARQ-FIM.
           IF IND = 40
              CLOSE ARQCONVUN
              GO TO FECHA-ARQ-FIM.
           IF IND = 41
              CLOSE ARQCOTACAO
              GO TO FECHA-ARQ-FIM.
           IF IND = 42
              CLOSE ARQCSMOV
              GO TO FECHA-ARQ-FIM.
           IF IND = 43
              CLOSE ARQCTREC
              GO TO FECHA-ARQ-FIM.
           IF IND = 44
              CLOSE ARQCURREQ
              GO TO FECHA-ARQ-FIM.
           IF IND = 45
              CLOSE ARQCURSO
              GO TO FECHA-ARQ-FIM.
           IF IND = 46
              CLOSE ARQDECL
              GO TO FECHA-ARQ-FIM.
           IF IND = 47
              CLOSE ARQDEPCHF
              GO TO FECHA-ARQ-FIM.
           IF IND = 48
              CLOSE ARQDEPE
              GO TO FECHA-ARQ-FIM.
           IF IND = 49
              CLOSE ARQDEPENARQ
              GO TO FECHA-ARQ-FIM.
           IF IND = 50
              CLOSE ARQDEPHIST
              GO TO FECHA-ARQ-FIM.
           IF IND = 51
              CLOSE ARQDEVOL
              GO TO FECHA-ARQ-FIM.
           IF IND = 52
              CLOSE ARQDIARIO
              GO TO FECHA-ARQ-FIM.
           IF IND = 53
              CLOSE ARQDISC
              GO TO FECHA-ARQ-FIM.
           IF IND = 54
              CLOSE ARQDOCVEIC
              GO TO FECHA-ARQ-FIM.
           IF IND = 55
              CLOSE ARQEMPR
              GO TO FECHA-ARQ-FIM.
           IF IND = 56
              CLOSE ARQENDER
              GO TO FECHA-ARQ-FIM.
           IF IND = 57
              CLOSE ARQENDFOR
              GO TO FECHA-ARQ-FIM.
           IF IND = 58
              CLOSE ARQENDFUN
              GO TO FECHA-ARQ-FIM.
           IF IND = 59
              CLOSE ARQEPICA
              GO TO FECHA-ARQ-FIM.
           IF IND = 60
              CLOSE ARQEPICARG
              GO TO FECHA-ARQ-FIM.
           IF IND = 61
              CLOSE ARQEPIENT
              GO TO FECHA-ARQ-FIM.
           IF IND = 62
              CLOSE ARQEQUIV
              GO TO FECHA-ARQ-FIM.
           IF IND = 63
              CLOSE ARQESCALA
              GO TO FECHA-ARQ-FIM.
           IF IND = 64
              CLOSE ARQESCFUN
              GO TO FECHA-ARQ-FIM.
           IF IND = 65
              CLOSE ARQESTFECH
              GO TO FECHA-ARQ-FIM.
           IF IND = 66
              CLOSE ARQESTFOTO
              GO TO FECHA-ARQ-FIM.
           IF IND = 67
              CLOSE ARQEVEN
              GO TO FECHA-ARQ-FIM.
           IF IND = 68
              CLOSE ARQEXCFL
              GO TO FECHA-ARQ-FIM.
           IF IND = 69
              CLOSE ARQFERIAD
              GO TO FECHA-ARQ-FIM.
           IF IND = 70
              CLOSE ARQFERIAS
              GO TO FECHA-ARQ-FIM.
           IF IND = 71
              CLOSE ARQFERRAM
              GO TO FECHA-ARQ-FIM.
           IF IND = 72
              CLOSE ARQFLCPL
              GO TO FECHA-ARQ-FIM.
           IF IND = 73
              CLOSE ARQFOLHA
              GO TO FECHA-ARQ-FIM.
           IF IND = 74
              CLOSE ARQFRETE
              GO TO FECHA-ARQ-FIM.
           IF IND = 75
              CLOSE ARQFUNCARQ
              GO TO FECHA-ARQ-FIM.
           IF IND = 76
              CLOSE ARQFUNCTR
              GO TO FECHA-ARQ-FIM.
           IF IND = 77
              CLOSE ARQFUNCUR
              GO TO FECHA-ARQ-FIM.
           IF IND = 78
              CLOSE ARQFUNDOC
              GO TO FECHA-ARQ-FIM.
           IF IND = 79
              CLOSE ARQFUNEMP
              GO TO FECHA-ARQ-FIM.
           IF IND = 80
              CLOSE ARQFUNSIND
              GO TO FECHA-ARQ-FIM.
           IF IND = 81
              CLOSE ARQGRADE
              GO TO FECHA-ARQ-FIM.
           IF IND = 82
              CLOSE ARQGUIAS
              GO TO FECHA-ARQ-FIM.
           IF IND = 83
              CLOSE ARQHEPEN
              GO TO FECHA-ARQ-FIM.
           IF IND = 84
              CLOSE ARQINV
              GO TO FECHA-ARQ-FIM.
           IF IND = 85
              CLOSE ARQJRNHR
              GO TO FECHA-ARQ-FIM.
           IF IND = 86
              CLOSE ARQKIT
              GO TO FECHA-ARQ-FIM.
           IF IND = 87
              CLOSE ARQLGPD
              GO TO FECHA-ARQ-FIM.
           IF IND = 88
              CLOSE ARQLOTE
              GO TO FECHA-ARQ-FIM.
           IF IND = 89
              CLOSE ARQLOTMOV
              GO TO FECHA-ARQ-FIM.
           IF IND = 90
              CLOSE ARQMANUT
              GO TO FECHA-ARQ-FIM.
           IF IND = 91
              CLOSE ARQMAPCON
              GO TO FECHA-ARQ-FIM.
           IF IND = 92
              CLOSE ARQMARCA
              GO TO FECHA-ARQ-FIM.
           IF IND = 93
              CLOSE ARQMOVFUNC
              GO TO FECHA-ARQ-FIM.
           IF IND = 94
              CLOSE ARQMULTA
              GO TO FECHA-ARQ-FIM.
           IF IND = 95
              CLOSE ARQMUNIC
              GO TO FECHA-ARQ-FIM.
           IF IND = 96
              CLOSE ARQNFECAB
              GO TO FECHA-ARQ-FIM.
           IF IND = 97
              CLOSE ARQNFEITE
              GO TO FECHA-ARQ-FIM.
           IF IND = 98
              CLOSE ARQOPER
              GO TO FECHA-ARQ-FIM.
           IF IND = 99
              CLOSE ARQORCDEP
              GO TO FECHA-ARQ-FIM.
           IF IND = 100
              CLOSE ARQORCMAT
              GO TO FECHA-ARQ-FIM.
           IF IND = 101
              CLOSE ARQORDSERV
              GO TO FECHA-ARQ-FIM.
           IF IND = 102
              CLOSE ARQPAGAR
              GO TO FECHA-ARQ-FIM.
           IF IND = 103
              CLOSE ARQPARAM
              GO TO FECHA-ARQ-FIM.
           IF IND = 104
              CLOSE ARQPEDAPR
              GO TO FECHA-ARQ-FIM.
           IF IND = 105
              CLOSE ARQPEDCAB
              GO TO FECHA-ARQ-FIM.
           IF IND = 106
              CLOSE ARQPEDITE
              GO TO FECHA-ARQ-FIM.
           IF IND = 107
              CLOSE ARQPENDAP
              GO TO FECHA-ARQ-FIM.
           IF IND = 108
              CLOSE ARQPENSAO
              GO TO FECHA-ARQ-FIM.
           IF IND = 109
              CLOSE ARQPGSTAT
              GO TO FECHA-ARQ-FIM.
           IF IND = 110
              CLOSE ARQPLANO
              GO TO FECHA-ARQ-FIM.
           IF IND = 111
              CLOSE ARQPLANSAU
              GO TO FECHA-ARQ-FIM.
           IF IND = 112
              CLOSE ARQPLANVEI
              GO TO FECHA-ARQ-FIM.
           IF IND = 113
              CLOSE ARQPLR
              GO TO FECHA-ARQ-FIM.
           IF IND = 114
              CLOSE ARQPNEU
              GO TO FECHA-ARQ-FIM.
           IF IND = 115
              CLOSE ARQPNEUEV
              GO TO FECHA-ARQ-FIM.
           IF IND = 116
              CLOSE ARQPONTO
              GO TO FECHA-ARQ-FIM.
           IF IND = 117
              CLOSE ARQPRFOR
              GO TO FECHA-ARQ-FIM.
           IF IND = 118
              CLOSE ARQPRHIST
              GO TO FECHA-ARQ-FIM.
           IF IND = 119
              CLOSE ARQPROC
              GO TO FECHA-ARQ-FIM.
           IF IND = 120
              CLOSE ARQPROCMV
              GO TO FECHA-ARQ-FIM.
           IF IND = 121
              CLOSE ARQPROV
              GO TO FECHA-ARQ-FIM.
           IF IND = 122
              CLOSE ARQPTNOT
              GO TO FECHA-ARQ-FIM.
           IF IND = 123
              CLOSE ARQQUAR
              GO TO FECHA-ARQ-FIM.
           IF IND = 124
              CLOSE ARQRATEIO
              GO TO FECHA-ARQ-FIM.
           IF IND = 125
              CLOSE ARQRECFL
              GO TO FECHA-ARQ-FIM.
           IF IND = 126
              CLOSE ARQREORD
              GO TO FECHA-ARQ-FIM.
           IF IND = 127
              CLOSE ARQREORDH
              GO TO FECHA-ARQ-FIM.
           IF IND = 128
              CLOSE ARQREORDP
              GO TO FECHA-ARQ-FIM.
           IF IND = 129
              CLOSE ARQREQCAB
              GO TO FECHA-ARQ-FIM.
           IF IND = 130
              CLOSE ARQREQITE
              GO TO FECHA-ARQ-FIM.
           IF IND = 131
              CLOSE ARQRESC
              GO TO FECHA-ARQ-FIM.
           IF IND = 132
              CLOSE ARQRESEST
              GO TO FECHA-ARQ-FIM.
           IF IND = 133
              CLOSE ARQRESVEI
              GO TO FECHA-ARQ-FIM.
           IF IND = 134
              CLOSE ARQSALDOC
              GO TO FECHA-ARQ-FIM.
           IF IND = 135
              CLOSE ARQSCORE
              GO TO FECHA-ARQ-FIM.
           IF IND = 136
              CLOSE ARQSELO
              GO TO FECHA-ARQ-FIM.
           IF IND = 137
              CLOSE ARQSENHAS
              GO TO FECHA-ARQ-FIM.
           IF IND = 138
              CLOSE ARQSENS
              GO TO FECHA-ARQ-FIM.
           IF IND = 139
              CLOSE ARQSIND
              GO TO FECHA-ARQ-FIM.
           IF IND = 140
              CLOSE ARQSINDDESC
              GO TO FECHA-ARQ-FIM.
           IF IND = 141
              CLOSE ARQSINIS
              GO TO FECHA-ARQ-FIM.
           IF IND = 142
              CLOSE ARQSUSP
              GO TO FECHA-ARQ-FIM.
           IF IND = 143
              CLOSE ARQTDOC
              GO TO FECHA-ARQ-FIM.
           IF IND = 144
              CLOSE ARQTEVEN
              GO TO FECHA-ARQ-FIM.
           IF IND = 145
              CLOSE ARQVAGAS
              GO TO FECHA-ARQ-FIM.
           IF IND = 146
              CLOSE ARQVIADESP
              GO TO FECHA-ARQ-FIM.
           IF IND = 147
              CLOSE ARQVIAGEM
              GO TO FECHA-ARQ-FIM.
           IF IND = 148
              CLOSE ARQVISTOR
              GO TO FECHA-ARQ-FIM.
           IF IND = 149
              CLOSE CADCARRO
              GO TO FECHA-ARQ-FIM.
           CLOSE CADCEP.
       FECHA-ARQ-FIM.
           EXIT.
      *
      *****************************************
      * ULTIMA FOTOGRAFIA DE CADA ARQUIVO     *
      *****************************************
       LE-FOTO.
           MOVE ZEROS TO TABFOTO
           OPEN INPUT ARQCTRLTOT
           IF CT-ERRO NOT = "00"
              GO TO LE-FOTO-FIM.
       LE-FOTO1.
           READ ARQCTRLTOT NEXT
           IF CT-ERRO NOT = "00"
              CLOSE ARQCTRLTOT
              GO TO LE-FOTO-FIM.
           MOVE ZEROS TO IND2.
       LE-FOTO2.
           ADD 1 TO IND2
           IF IND2 > 6
              GO TO LE-FOTO1.
           IF ARQCT NOT = TBARQ(IND2)
              GO TO LE-FOTO2.
           IF DATACT NOT < FT-DATA(IND2)
              MOVE DATACT TO FT-DATA(IND2)
              MOVE QTDCT  TO FT-QTD(IND2).
           GO TO LE-FOTO1.
       LE-FOTO-FIM.
           EXIT.
      *
      *****************************************
      * RELATORIO DA VERIFICACAO              *
      *****************************************
      *
       ABRE-REL.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP118-"  DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQVERTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-REL-FIM.
           MOVE W-DATARELC TO CABDATTX
           IF W-REORG = "S"
              MOVE "VERIFICACAO E REORGANIZACAO" TO CABMODTX
           ELSE
              MOVE "SO VERIFICACAO" TO CABMODTX.
           MOVE W-OPERLOG  TO CABOPETX
           WRITE REGVERTX FROM LINHABR
           WRITE REGVERTX FROM CAB1
           WRITE REGVERTX FROM CAB2
           WRITE REGVERTX FROM LINHABR
           WRITE REGVERTX FROM CAB3
           WRITE REGVERTX FROM LINHABR.
       ABRE-REL-FIM.
           EXIT.
      *
       FECHA-REL.
           IF TX-ERRO NOT = "00"
              GO TO FECHA-REL-FIM.
           WRITE REGVERTX FROM LINHABR
           MOVE W-QTDPROB TO TOTQTDTX
           WRITE REGVERTX FROM TOTLIN
           MOVE "QT.FOTO/DATA FOTO: ULTIMA FOTOGRAFIA DO STP036."
                                          TO RODTX
           WRITE REGVERTX FROM RODLIN
           MOVE "DIFERENCA PODE SER MOVIMENTO POSTERIOR A FOTOGRAFIA."
                                          TO RODTX
           WRITE REGVERTX FROM RODLIN
           CLOSE ARQVERTX
           COMPUTE COMPETRC = W-DATARELC / 100
           MOVE W-QTDPROB TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       FECHA-REL-FIM.
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
           MOVE "FPP118" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM0.
           IF W-LOTE NOT = "S"
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
