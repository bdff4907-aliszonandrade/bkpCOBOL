       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP119.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CONSULTA LIVRE DOS CADASTROS                                  *
      * O USUARIO ESCOLHE O ARQUIVO (ARQFUNC, ARQCARG, ARQDEP,        *
      * CADPROD, CADFORN OU CADCARRO), ATE CINCO CONDICOES DE         *
      * SELECAO, ATE DOIS CAMPOS DE ORDENACAO E ATE SEIS COLUNAS,     *
      * PELOS NOMES DO DICIONARIO DE CAMPOS (TABDIC). A SAIDA VAI     *
      * PARA A TELA, PARA RELATORIO (CATALOGADO NO ARQRELCAT, FPP045) *
      * OU PARA CSV. A CONSULTA PODE SER SALVA COM UM NOME NO ARQCONS *
      * E CHAMADA DE NOVO DEPOIS.                                     *
      * VALEM AS MESMAS PERMISSOES DO MENU (FPP000/FPP036): CADA      *
      * ARQUIVO E CADA CAMPO SENSIVEL ESTA LIGADO A UMA OPCAO DO MENU *
      * E SO APARECE PARA QUEM PODE USAR AQUELA OPCAO; O CSV SEGUE A  *
      * OPCAO 17 (EXPORTACAO CSV). OPCAO 99 = SO ADMINISTRADOR.       *
      * CPF, DADOS BANCARIOS E SALARIO SEGUEM A MARCACAO DE CAMPOS     *
      * SENSIVEIS (FPP120): PARA O OPERADOR QUE SO VE MASCARADO       *
      * (FPP036) SAEM COM "*" E NAO PODEM SER CONDICAO NEM ORDEM; A   *
      * EXIBICAO COMPLETA VAI AO ARQLOGSENS.DOC, LINHA A LINHA.       *
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
           SELECT ARQCARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODECARGO
                       ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODEDEP
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES
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
           SELECT CADCARRO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS PLACA
                       ALTERNATE RECORD KEY IS PROPRIETARIO
                                      WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.
           SELECT ARQCONS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NOMECQ
                       FILE STATUS  IS CQ-ERRO.
           SELECT ARQCONSTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           SELECT ARQLOGSENS ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS LS-ERRO.
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
      *    DOS CADASTROS SO INTERESSAM AS CHAVES; OS CAMPOS SAO TIRADOS
      *    DO REGISTRO INTEIRO PELA POSICAO DADA NO DICIONARIO.
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC       PIC 9(06).
           03 NOMEFUNC      PIC X(30).
           03 FILLER        PIC X(170).

       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODECARGO     PIC 9(03).
           03 NOMECARGO     PIC X(25).
           03 FILLER        PIC X(82).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODEDEP       PIC 9(03).
           03 NOMEDEP       PIC X(25).
           03 FILLER        PIC X(73).

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

       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
           03 PLACA         PIC X(08).
           03 PROPRIETARIO  PIC X(30).
           03 FILLER        PIC X(28).
      *
      *    CONSULTAS SALVAS: O NOME E A DEFINICAO (W-CONSULTA).
       FD ARQCONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONS.DAT".
       01 REGCONS.
           03 NOMECQ          PIC X(12).
           03 DADOSCQ         PIC X(318).
           03 OPERADOR-CQ     PIC X(08).
           03 DATAGRAVACAO-CQ.
               05 DATAGRAV-CQ PIC 9(08).
               05 HORAGRAV-CQ PIC 9(06).
      *
       FD ARQCONSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGCONSTX         PIC X(250).
      *
      *    LOG DAS EXIBICOES COMPLETAS DE CAMPOS SENSIVEIS.
       FD ARQLOGSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSENS.DOC".
       01 REGLOGSENS.
           03 LSDATA              PIC 9(08).
           03 FILLER              PIC X(01).
           03 LSHORA              PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSOPER              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSPROG              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSCODFUNC           PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSCAMPOS            PIC X(30).
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
       77 W-BRANCO     PIC X(79) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 CQ-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 RC-ERRO      PIC X(02) VALUE "00".
       01 LS-ERRO      PIC X(02) VALUE "00".
       01 IX           PIC 9(02) COMP VALUE ZEROS.
       01 IXD          PIC 9(02) COMP VALUE ZEROS.
       01 IXP          PIC 9(02) COMP VALUE ZEROS.
       01 IR           PIC 9(04) COMP VALUE ZEROS.
       01 IY           PIC 9(04) COMP VALUE ZEROS.
       01 IZ           PIC 9(04) COMP VALUE ZEROS.
       01 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-COL        PIC 9(02) VALUE ZEROS.
       01 W-PTR        PIC 9(03) VALUE ZEROS.
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-NOMECONS   PIC X(12) VALUE SPACES.
       01 W-NOMESALVA  PIC X(12) VALUE SPACES.
       01 W-NOMECAMPO  PIC X(12) VALUE SPACES.
       01 W-OPCPERM    PIC 9(02) VALUE ZEROS.
       01 W-PERM-OK    PIC X(01) VALUE "S".
       01 W-SELOK      PIC X(01) VALUE "S".
       01 W-QTDCOND    PIC 9(01) VALUE ZEROS.
       01 W-QTDORD     PIC 9(01) VALUE ZEROS.
       01 W-QTDCOL     PIC 9(01) VALUE ZEROS.
       01 W-QTDLIDOS   PIC 9(07) VALUE ZEROS.
       01 W-QTDRK      PIC 9(04) VALUE ZEROS.
       01 W-QTDFORA    PIC 9(07) VALUE ZEROS.
       01 W-QTDTX      PIC ZZZ.ZZ9.
       01 W-SENSCPO    PIC X(01) VALUE "N".
       01 W-MASCCPO    PIC X(01) VALUE "N".
       01 W-LSCAMPOS   PIC X(30) VALUE SPACES.
       01 W-LSPTR      PIC 9(02) VALUE ZEROS.
      *
      *    DEFINICAO DA CONSULTA (E O QUE VAI PARA O ARQCONS).
       01 W-CONSULTA.
           03 W-ARQ         PIC 9(01).
           03 W-CONDS.
              05 CD-ITEM OCCURS 5.
                 07 CD-CAMPO  PIC X(12).
                 07 CD-OPER   PIC X(02).
                 07 CD-VALOR  PIC X(30).
           03 W-ORDS.
              05 OR-CAMPO PIC X(12) OCCURS 2.
           03 W-COLS.
              05 CL-CAMPO PIC X(12) OCCURS 6.
           03 W-SAIDA       PIC X(01).
      *
      *    CAMPOS DA CONSULTA JA LOCALIZADOS NO DICIONARIO.
       01 W-CDR.
           03 CR-ITEM OCCURS 5.
              05 CR-POS     PIC 9(03).
              05 CR-TAM     PIC 9(02).
              05 CR-TIPO    PIC X(01).
              05 CR-DEC     PIC 9(01).
              05 CR-VLEN    PIC 9(02).
              05 CR-VALN    PIC 9(15)V9(03).
       01 W-ORR.
           03 ORR-ITEM OCCURS 2.
              05 ORR-POS    PIC 9(03).
              05 ORR-TAM    PIC 9(02).
       01 W-CLR.
           03 CLR-ITEM OCCURS 6.
              05 CLR-POS    PIC 9(03).
              05 CLR-TAM    PIC 9(02).
              05 CLR-TIPO   PIC X(01).
              05 CLR-DEC    PIC 9(01).
              05 CLR-LARG   PIC 9(02).
              05 CLR-SENS   PIC X(01).
              05 CLR-MASC   PIC X(01).
      *
      *    CAMPO EM TRABALHO: POSICAO NO REGISTRO E VALOR EXTRAIDO.
       01 W-REG        PIC X(206) VALUE SPACES.
       01 W-XPOS       PIC 9(03) VALUE ZEROS.
       01 W-XTAM       PIC 9(02) VALUE ZEROS.
       01 W-XTIPO      PIC X(01) VALUE SPACES.
       01 W-XDEC       PIC 9(01) VALUE ZEROS.
       01 W-XINI       PIC 9(02) VALUE ZEROS.
       01 W-CAMPOX     PIC X(40) VALUE SPACES.
       01 W-VALX       PIC X(40) VALUE SPACES.
       01 W-NUM18      PIC 9(18) VALUE ZEROS.
       01 W-NUM18X REDEFINES W-NUM18 PIC X(18).
       01 W-VALCAMPO   PIC 9(15)V9(03) VALUE ZEROS.
       01 W-NCT        PIC 9(03) VALUE ZEROS.
       01 W-ED1        PIC Z(11)9,9.
       01 W-ED1X REDEFINES W-ED1 PIC X(14).
       01 W-ED2        PIC Z(11)9,99.
       01 W-ED2X REDEFINES W-ED2 PIC X(15).
       01 W-TXT        PIC X(40) VALUE SPACES.
       01 W-TINI       PIC 9(02) VALUE ZEROS.
       01 W-TFIM       PIC 9(02) VALUE ZEROS.
       01 W-TQTD       PIC 9(02) VALUE ZEROS.
       01 W-LINHA      PIC X(250) VALUE SPACES.
      *
      *    LEITURA DO VALOR NUMERICO DIGITADO (VIRGULA DECIMAL).
       01 W-PTXT       PIC X(30) VALUE SPACES.
       01 W-PCAR       PIC X(01) VALUE SPACES.
       01 W-PDIG       PIC 9(01) VALUE ZEROS.
       01 W-PINT       PIC 9(15) VALUE ZEROS.
       01 W-PDECV      PIC 9(03) VALUE ZEROS.
       01 W-PDEC       PIC 9(01) VALUE ZEROS.
       01 W-PQTD       PIC 9(02) VALUE ZEROS.
       01 W-PVIRG      PIC X(01) VALUE "N".
       01 W-VAL-OK     PIC X(01) VALUE "S".
       01 TABDIVX.
           03 FILLER PIC 9(05) VALUE 00001.
           03 FILLER PIC 9(05) VALUE 00010.
           03 FILLER PIC 9(05) VALUE 00100.
           03 FILLER PIC 9(05) VALUE 01000.
           03 FILLER PIC 9(05) VALUE 10000.
       01 TABDIV REDEFINES TABDIVX.
           03 TB-DIV PIC 9(05) OCCURS 5.
      *
      *    ARQUIVOS CONSULTAVEIS E A OPCAO DO MENU (FPP000) QUE DA
      *    DIREITO A ELES: 05/06/08 = CONSULTAS DE DEPARTAMENTOS,
      *    CARGOS E FUNCIONARIOS; 99 = SO ADMINISTRADOR.
       01 TABARQCX.
           03 FILLER PIC X(12) VALUE "ARQFUNC   08".
           03 FILLER PIC X(12) VALUE "ARQCARG   06".
           03 FILLER PIC X(12) VALUE "ARQDEP    05".
           03 FILLER PIC X(12) VALUE "CADPROD   99".
           03 FILLER PIC X(12) VALUE "CADFORN   99".
           03 FILLER PIC X(12) VALUE "CADCARRO  99".
       01 TABARQC REDEFINES TABARQCX.
           03 TB-ARQC OCCURS 6.
              05 AQ-NOME   PIC X(10).
              05 AQ-OPC    PIC 9(02).
      *
      *    DICIONARIO DE CAMPOS: ARQUIVO (1 A 6), NOME, POSICAO E
      *    TAMANHO NO REGISTRO, TIPO (N/X), CASAS DECIMAIS E OPCAO DO
      *    MENU EXIGIDA PARA VER O CAMPO (00 = A DO ARQUIVO; 09 =
      *    FOLHA, PARA SALARIO; 13 = REMESSA, PARA DADOS BANCARIOS).
      *    DATAS NO FORMATO AAAAMMDD.
       01 TABDICX.
           03 FILLER PIC X(22) VALUE "1CODIGO      00106N000".
           03 FILLER PIC X(22) VALUE "1NOME        00730X000".
           03 FILLER PIC X(22) VALUE "1STATUS      06501X000".
           03 FILLER PIC X(22) VALUE "1NASCIMENTO  08208N000".
           03 FILLER PIC X(22) VALUE "1SEXO        09001X000".
           03 FILLER PIC X(22) VALUE "1CARGO       10003N000".
           03 FILLER PIC X(22) VALUE "1DEPTO       10303N000".
           03 FILLER PIC X(22) VALUE "1NIVEL       10602N000".
           03 FILLER PIC X(22) VALUE "1DEPENDENTES 12001N000".
           03 FILLER PIC X(22) VALUE "1ADMISSAO    12108N000".
           03 FILLER PIC X(22) VALUE "1DEMISSAO    12908N000".
           03 FILLER PIC X(22) VALUE "1HORASEXTRAS 13703N000".
           03 FILLER PIC X(22) VALUE "1BANCO       14003N013".
           03 FILLER PIC X(22) VALUE "1AGENCIA     14304N013".
           03 FILLER PIC X(22) VALUE "1CONTA       14708N013".
           03 FILLER PIC X(22) VALUE "1ESTADOCIVIL 17801X000".
           03 FILLER PIC X(22) VALUE "1CPF         19611N000".
           03 FILLER PIC X(22) VALUE "1OPERADOR    15608X000".
           03 FILLER PIC X(22) VALUE "1DATAGRAVACAO16408N000".
           03 FILLER PIC X(22) VALUE "2CODIGO      00103N000".
           03 FILLER PIC X(22) VALUE "2NOME        00425X000".
           03 FILLER PIC X(22) VALUE "2TIPOSALARIO 02901X000".
           03 FILLER PIC X(22) VALUE "2STATUS      04501X000".
           03 FILLER PIC X(22) VALUE "2SALARIO     06208N209".
           03 FILLER PIC X(22) VALUE "2ADICIONAL   09201X000".
           03 FILLER PIC X(22) VALUE "2SINDICATO   10803N000".
           03 FILLER PIC X(22) VALUE "2OPERADOR    07008X000".
           03 FILLER PIC X(22) VALUE "2DATAGRAVACAO07808N000".
           03 FILLER PIC X(22) VALUE "3CODIGO      00103N000".
           03 FILLER PIC X(22) VALUE "3NOME        00425X000".
           03 FILLER PIC X(22) VALUE "3STATUS      02901X000".
           03 FILLER PIC X(22) VALUE "3NIVEL       04502N000".
           03 FILLER PIC X(22) VALUE "3DEPTOPAI    07703N000".
           03 FILLER PIC X(22) VALUE "3OPERADOR    08008X000".
           03 FILLER PIC X(22) VALUE "3DATAGRAVACAO08808N000".
           03 FILLER PIC X(22) VALUE "4CODIGO      00106N000".
           03 FILLER PIC X(22) VALUE "4DESCRICAO   00730X000".
           03 FILLER PIC X(22) VALUE "4UNIDADE     03702X000".
           03 FILLER PIC X(22) VALUE "4APLICACAO   05301N000".
           03 FILLER PIC X(22) VALUE "4SALDO       07406N100".
           03 FILLER PIC X(22) VALUE "4PRECO       08009N200".
           03 FILLER PIC X(22) VALUE "4FORNECEDOR  08915N000".
           03 FILLER PIC X(22) VALUE "4CODBARRAS   10413N000".
           03 FILLER PIC X(22) VALUE "4OPERADOR    11708X000".
           03 FILLER PIC X(22) VALUE "4DATAGRAVACAO12508N000".
           03 FILLER PIC X(22) VALUE "5CNPJ        00115N000".
           03 FILLER PIC X(22) VALUE "5RAZAO       01640X000".
           03 FILLER PIC X(22) VALUE "5NOME        05612X000".
           03 FILLER PIC X(22) VALUE "5NUMERO      06804X000".
           03 FILLER PIC X(22) VALUE "5COMPLEMENTO 07212X000".
           03 FILLER PIC X(22) VALUE "5CEP         08409N000".
           03 FILLER PIC X(22) VALUE "5OPERADOR    09308X000".
           03 FILLER PIC X(22) VALUE "5DATAGRAVACAO10108N000".
           03 FILLER PIC X(22) VALUE "6PLACA       00108X000".
           03 FILLER PIC X(22) VALUE "6PROPRIETARIO00930X000".
           03 FILLER PIC X(22) VALUE "6ANOFAB      03904N000".
           03 FILLER PIC X(22) VALUE "6SITUACAO    04301X000".
           03 FILLER PIC X(22) VALUE "6MARCA       04401N000".
           03 FILLER PIC X(22) VALUE "6OPERADOR    04508X000".
           03 FILLER PIC X(22) VALUE "6DATAGRAVACAO05308N000".
       01 TABDIC REDEFINES TABDICX.
           03 TB-DIC OCCURS 60.
              05 DC-ARQ    PIC 9(01).
              05 DC-NOME   PIC X(12).
              05 DC-POS    PIC 9(03).
              05 DC-TAM    PIC 9(02).
              05 DC-TIPO   PIC X(01).
              05 DC-DEC    PIC 9(01).
              05 DC-OPC    PIC 9(02).
      *
      *    REGISTROS SELECIONADOS, NA ORDEM PEDIDA (ATE 500).
       01 W-RK-ITEM.
           03 W-RK-ORD      PIC X(80).
           03 W-RK-REG      PIC X(206).
       01 TABRK.
           03 RK-ITEM OCCURS 500.
              05 RK-ORD     PIC X(80).
              05 RK-REG     PIC X(206).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    ACESSO AOS DADOS SENSIVEIS (FPP000/FPP120).
       01 PARMSENS EXTERNAL.
           03 W-VESENS    PIC X(1).
           03 W-SENSAL    PIC X(1).
           03 W-SENCPF    PIC X(1).
           03 W-SENBCO    PIC X(1).
      *
      *    RELATORIO DA CONSULTA.
       01  CAB1.
           05  FILLER   PIC X(48) VALUE
               "*** CONSULTA LIVRE DOS CADASTROS ***".
           05  FILLER   PIC X(11) VALUE "EMITIDO EM ".
           05  CABDATTX PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
           05  FILLER   PIC X(10) VALUE "CONSULTA: ".
           05  CABCONTX PIC X(12) VALUE SPACES.
           05  FILLER   PIC X(11) VALUE "  ARQUIVO: ".
           05  CABARQTX PIC X(10) VALUE SPACES.
           05  FILLER   PIC X(06) VALUE "  POR ".
           05  CABOPETX PIC X(08) VALUE SPACES.
       01  CONDLIN.
           05  FILLER   PIC X(10) VALUE "CONDICAO: ".
           05  CONDCPTX PIC X(12) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  CONDOPTX PIC X(02) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  CONDVLTX PIC X(30) VALUE SPACES.
       01  TOTLIN.
           05  FILLER   PIC X(30) VALUE
               "REGISTROS SELECIONADOS     : ".
           05  TOTQTDTX PIC ZZZ.ZZ9 VALUE ZEROS.
       01  FORALIN.
           05  FILLER   PIC X(30) VALUE
               "NAO LISTADOS (LIMITE DE 500): ".
           05  FORAQTDTX PIC ZZZ.ZZ9 VALUE ZEROS.
       01  LINHABR      PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 18
               VALUE  "*** CONSULTA LIVRE DOS CADASTROS ***".
           05  LINE 04  COLUMN 02 VALUE  "CONSULTA SALVA:".
           05  LINE 04  COLUMN 32 VALUE  "(EM BRANCO = NOVA CONSULTA)".
           05  LINE 05  COLUMN 02 VALUE  "ARQUIVO.......:".
           05  LINE 05  COLUMN 21
               VALUE  "1=ARQFUNC 2=ARQCARG 3=ARQDEP 4=CADPROD".
           05  LINE 06  COLUMN 21
               VALUE  "5=CADFORN 6=CADCARRO".
           05  LINE 07  COLUMN 02
               VALUE  "   CAMPO        OPER  VALOR".
           05  LINE 07  COLUMN 52 VALUE  "= <> > < >= <= CT".
           05  LINE 08  COLUMN 02 VALUE  "1:".
           05  LINE 09  COLUMN 02 VALUE  "2:".
           05  LINE 10  COLUMN 02 VALUE  "3:".
           05  LINE 11  COLUMN 02 VALUE  "4:".
           05  LINE 12  COLUMN 02 VALUE  "5:".
           05  LINE 13  COLUMN 02 VALUE  "ORDENAR POR...:".
           05  LINE 14  COLUMN 02 VALUE  "COLUNAS.......:".
           05  LINE 16  COLUMN 02 VALUE  "SAIDA.........:".
           05  LINE 16  COLUMN 21
               VALUE  "T=TELA I=IMPRESSAO C=CSV".
           05  LINE 17  COLUMN 02 VALUE  "SALVAR COMO...:".
           05  LINE 18  COLUMN 02 VALUE  "CAMPOS DO ARQUIVO:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NOMECONS
               LINE 04  COLUMN 18  PIC X(12)
               USING  W-NOMECONS
               HIGHLIGHT.
           05  TW-ARQ
               LINE 05  COLUMN 18  PIC 9(01)
               USING  W-ARQ
               HIGHLIGHT.
           05  TW-SAIDA
               LINE 16  COLUMN 18  PIC X(01)
               USING  W-SAIDA
               HIGHLIGHT.
           05  TW-NOMESALVA
               LINE 17  COLUMN 18  PIC X(12)
               USING  W-NOMESALVA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    A CONSULTA SO ABRE OS CADASTROS PARA LEITURA; QUEM PODE VER
      *    O QUE E DECIDIDO ARQUIVO A ARQUIVO E CAMPO A CAMPO.
       R0.
           OPEN I-O ARQCONS
           IF CQ-ERRO NOT = "00"
              IF CQ-ERRO = "30" OR CQ-ERRO = "35"
                 OPEN OUTPUT ARQCONS
                 CLOSE ARQCONS
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO W-CONSULTA W-NOMECONS W-NOMESALVA
           MOVE ZEROS TO W-ARQ
           MOVE "T" TO W-SAIDA
           DISPLAY TELA.
       R2.
           ACCEPT TW-NOMECONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NOMECONS = SPACES
                   GO TO R3.
           MOVE W-NOMECONS TO NOMECQ
           READ ARQCONS
           IF CQ-ERRO NOT = "00"
                   MOVE "*** CONSULTA NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE DADOSCQ TO W-CONSULTA
           MOVE W-NOMECONS TO W-NOMESALVA
           PERFORM MOSTRA-CONS THRU MOSTRA-CONS-FIM.
      *
      *------------[ ARQUIVO ]-----------------------------------------
       R3.
           ACCEPT TW-ARQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ARQ < 1 OR W-ARQ > 6
                   MOVE "*** ARQUIVO DE 1 A 6 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE AQ-OPC (W-ARQ) TO W-OPCPERM
           PERFORM VER-PERM THRU VER-PERM-FIM
           IF W-PERM-OK NOT = "S"
                   MOVE "* ARQUIVO NAO PERMITIDO P/ SEU PERFIL *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           PERFORM MOSTRA-CAMPOS THRU MOSTRA-CAMPOS-FIM
           MOVE ZEROS TO IX W-QTDCOND.
      *
      *------------[ CONDICOES DE SELECAO ]----------------------------
      *    CAMPO EM BRANCO ENCERRA AS CONDICOES.
       R4.
           ADD 1 TO IX
           IF IX > 5
                   GO TO R5.
           COMPUTE W-LIN = 7 + IX.
       R4A.
           ACCEPT (W-LIN, 05) CD-CAMPO (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CD-CAMPO (IX) = SPACES
                   PERFORM LIMPA-CONDS THRU LIMPA-CONDS-FIM
                   GO TO R5.
           MOVE CD-CAMPO (IX) TO W-NOMECAMPO
           PERFORM LOC-CAMPO THRU LOC-CAMPO-FIM
           IF IXD = ZEROS
                   GO TO R4A.
           PERFORM VER-MASC THRU VER-MASC-FIM
           IF W-MASCCPO = "S"
                   MOVE "* CAMPO MASCARADO: SO PODE SER COLUNA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4A.
           MOVE DC-POS (IXD)  TO CR-POS (IX)
           MOVE DC-TAM (IXD)  TO CR-TAM (IX)
           MOVE DC-TIPO (IXD) TO CR-TIPO (IX)
           MOVE DC-DEC (IXD)  TO CR-DEC (IX).
       R4B.
           ACCEPT (W-LIN, 18) CD-OPER (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CD-OPER (IX) = "=" OR "<>" OR ">" OR "<" OR ">=" OR "<="
                   GO TO R4C.
           IF CD-OPER (IX) = "CT" AND CR-TIPO (IX) = "X"
                   GO TO R4C.
           MOVE "* OPERADOR: = <> > < >= <= (CT SO P/ TEXTO) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R4B.
       R4C.
           ACCEPT (W-LIN, 24) CD-VALOR (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE CD-VALOR (IX) TO W-TXT
           PERFORM TAM-TXT THRU TAM-TXT-FIM
           MOVE W-TFIM TO CR-VLEN (IX)
           IF CR-TIPO (IX) = "X"
              IF CD-OPER (IX) = "CT" AND W-TFIM = ZEROS
                   MOVE "*** INFORME O TEXTO PROCURADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4C
              ELSE
                   MOVE IX TO W-QTDCOND
                   GO TO R4.
           PERFORM LE-VALOR THRU LE-VALOR-FIM
           IF W-VAL-OK NOT = "S"
                   MOVE "* VALOR NUMERICO INVALIDO (EX.: 1500,50) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4C.
           MOVE IX TO W-QTDCOND
           GO TO R4.
      *
      *------------[ ORDENACAO ]---------------------------------------
       R5.
           MOVE ZEROS TO IX W-QTDORD.
       R5A.
           ADD 1 TO IX
           IF IX > 2
                   GO TO R6.
           COMPUTE W-COL = 5 + IX * 13.
       R5B.
           ACCEPT (13, W-COL) OR-CAMPO (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF OR-CAMPO (IX) = SPACES
              IF IX = 1
                   MOVE SPACES TO OR-CAMPO (2)
                   DISPLAY (13, 31) OR-CAMPO (2)
                   GO TO R6
              ELSE
                   GO TO R6.
           MOVE OR-CAMPO (IX) TO W-NOMECAMPO
           PERFORM LOC-CAMPO THRU LOC-CAMPO-FIM
           IF IXD = ZEROS
                   GO TO R5B.
           PERFORM VER-MASC THRU VER-MASC-FIM
           IF W-MASCCPO = "S"
                   MOVE "* CAMPO MASCARADO: SO PODE SER COLUNA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5B.
           MOVE DC-POS (IXD) TO ORR-POS (IX)
           MOVE DC-TAM (IXD) TO ORR-TAM (IX)
           MOVE IX TO W-QTDORD
           GO TO R5A.
      *
      *------------[ COLUNAS DA SAIDA ]--------------------------------
       R6.
           MOVE ZEROS TO IX W-QTDCOL.
       R6A.
           ADD 1 TO IX
           IF IX > 6
                   GO TO R7.
           IF IX < 5
              MOVE 14 TO W-LIN
              COMPUTE W-COL = 5 + IX * 13
           ELSE
              MOVE 15 TO W-LIN
              COMPUTE W-COL = 5 + (IX - 4) * 13.
       R6B.
           ACCEPT (W-LIN, W-COL) CL-CAMPO (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CL-CAMPO (IX) = SPACES
              IF IX = 1
                   MOVE "*** INFORME AO MENOS UMA COLUNA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6B
              ELSE
                   PERFORM LIMPA-COLS THRU LIMPA-COLS-FIM
                   GO TO R7.
           MOVE CL-CAMPO (IX) TO W-NOMECAMPO
           PERFORM LOC-CAMPO THRU LOC-CAMPO-FIM
           IF IXD = ZEROS
                   GO TO R6B.
           MOVE DC-POS (IXD)  TO CLR-POS (IX)
           MOVE DC-TAM (IXD)  TO CLR-TAM (IX) CLR-LARG (IX)
           MOVE DC-TIPO (IXD) TO CLR-TIPO (IX)
           MOVE DC-DEC (IXD)  TO CLR-DEC (IX)
           PERFORM VER-MASC THRU VER-MASC-FIM
           MOVE W-SENSCPO     TO CLR-SENS (IX)
           MOVE W-MASCCPO     TO CLR-MASC (IX)
           IF CLR-DEC (IX) > 0
                   ADD 1 TO CLR-LARG (IX).
           MOVE CL-CAMPO (IX) TO W-TXT
           PERFORM TAM-TXT THRU TAM-TXT-FIM
           IF W-TFIM > CLR-LARG (IX)
                   MOVE W-TFIM TO CLR-LARG (IX).
           MOVE IX TO W-QTDCOL
           GO TO R6A.
      *
      *------------[ SAIDA E NOME PARA SALVAR ]------------------------
       R7.
           ACCEPT TW-SAIDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-SAIDA = "t" MOVE "T" TO W-SAIDA.
           IF W-SAIDA = "i" MOVE "I" TO W-SAIDA.
           IF W-SAIDA = "c" MOVE "C" TO W-SAIDA.
           IF W-SAIDA NOT = "T" AND "I" AND "C"
                   MOVE "*** SAIDA: T=TELA I=IMPRESSAO C=CSV ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      *    O CSV TEM A MESMA PERMISSAO DA EXPORTACAO CSV DO MENU.
           IF W-SAIDA = "C"
                   MOVE 17 TO W-OPCPERM
                   PERFORM VER-PERM THRU VER-PERM-FIM
                   IF W-PERM-OK NOT = "S"
                      MOVE "* CSV NAO PERMITIDO P/ SEU PERFIL *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R7.
       R8.
           ACCEPT TW-NOMESALVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EXECUTA A CONSULTA (S/N): ".
                ACCEPT (23, 66) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CONSULTA NAO EXECUTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
           IF W-NOMESALVA NOT = SPACES
                   PERFORM SALVA-CONS THRU SALVA-CONS-FIM.
      *
      **************************************
      * SELECAO E ORDENACAO DOS REGISTROS  *
      **************************************
       SEL-001.
           PERFORM MONTA-LSC THRU MONTA-LSC-FIM
           MOVE ZEROS TO W-QTDLIDOS W-QTDRK W-QTDFORA
           DISPLAY (23, 12) "PROCURANDO...                          "
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF ST-ERRO NOT = "00"
                   MOVE "*** ARQUIVO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       SEL-LOOP.
           PERFORM LE-ARQ THRU LE-ARQ-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   GO TO SEL-FIM.
           ADD 1 TO W-QTDLIDOS
           PERFORM AVALIA THRU AVALIA-FIM
           IF W-SELOK NOT = "S"
                   GO TO SEL-LOOP.
           MOVE SPACES TO W-RK-ORD
           IF W-QTDORD > 0
              MOVE W-REG (ORR-POS (1):ORR-TAM (1))
                                 TO W-RK-ORD (1:ORR-TAM (1)).
           IF W-QTDORD > 1
              MOVE W-REG (ORR-POS (2):ORR-TAM (2))
                                 TO W-RK-ORD (41:ORR-TAM (2)).
           MOVE W-REG TO W-RK-REG
           PERFORM INS-TAB THRU INS-TAB-FIM
           GO TO SEL-LOOP.
       SEL-FIM.
           PERFORM FECHA-ARQ THRU FECHA-ARQ-FIM
           DISPLAY (23, 12) LIMPA
           IF W-QTDRK = ZEROS
                   MOVE "*** NENHUM REGISTRO ATENDE AS CONDICOES ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-SAIDA = "T"
                   PERFORM SAI-TELA THRU SAI-TELA-FIM
                   GO TO R1.
           IF W-SAIDA = "I"
                   PERFORM SAI-REL THRU SAI-REL-FIM
           ELSE
                   PERFORM SAI-CSV THRU SAI-CSV-FIM.
           GO TO R1.
      *
      **************************************
      * PERMISSAO DO OPERADOR PARA A OPCAO *
      **************************************
      *    MESMA REGRA DO MENU PRINCIPAL (FPP000): A = TODAS, C = SO
      *    CONSULTAS (05 A 08), F = CONSULTAS E FOLHA (05 A 15, 19, 21
      *    E 23). OPCAO 99 E RESERVADA AO ADMINISTRADOR.
       VER-PERM.
           MOVE "S" TO W-PERM-OK
           IF W-PERFILOG = "A" OR W-PERFILOG = SPACES
                   GO TO VER-PERM-FIM.
           IF W-OPCPERM = ZEROS
                   GO TO VER-PERM-FIM.
           IF W-PERFILOG = "C"
              IF W-OPCPERM > 04 AND W-OPCPERM < 09
                   GO TO VER-PERM-FIM.
           IF W-PERFILOG = "F"
              IF (W-OPCPERM > 04 AND W-OPCPERM < 16)
                 OR W-OPCPERM = 19 OR W-OPCPERM = 21
                 OR W-OPCPERM = 23
                   GO TO VER-PERM-FIM.
           MOVE "N" TO W-PERM-OK.
       VER-PERM-FIM.
           EXIT.
      *
      **************************************
      * LOCALIZA O CAMPO NO DICIONARIO     *
      **************************************
       LOC-CAMPO.
           MOVE ZEROS TO IXD IXP.
       LOC-CAMPO1.
           ADD 1 TO IXP
           IF IXP > 60
                   MOVE "*** CAMPO NAO EXISTE NESTE ARQUIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOC-CAMPO-FIM.
           IF DC-ARQ (IXP) NOT = W-ARQ
              OR DC-NOME (IXP) NOT = W-NOMECAMPO
                   GO TO LOC-CAMPO1.
           MOVE DC-OPC (IXP) TO W-OPCPERM
           PERFORM VER-PERM THRU VER-PERM-FIM
           IF W-PERM-OK NOT = "S"
                   MOVE "*** CAMPO NAO PERMITIDO P/ SEU PERFIL ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOC-CAMPO-FIM.
           MOVE IXP TO IXD.
       LOC-CAMPO-FIM.
           EXIT.
      *
      *    LISTA NO RODAPE DA TELA OS CAMPOS QUE O OPERADOR PODE USAR.
       MOSTRA-CAMPOS.
           MOVE 19 TO W-LIN.
       MOSTRA-CAMPOS0.
           DISPLAY (W-LIN, 01) W-BRANCO
           ADD 1 TO W-LIN
           IF W-LIN < 23
                   GO TO MOSTRA-CAMPOS0.
           MOVE ZEROS TO IXP
           MOVE 19 TO W-LIN
           MOVE 02 TO W-COL.
       MOSTRA-CAMPOS1.
           ADD 1 TO IXP
           IF IXP > 60
                   GO TO MOSTRA-CAMPOS-FIM.
           IF DC-ARQ (IXP) NOT = W-ARQ
                   GO TO MOSTRA-CAMPOS1.
           MOVE DC-OPC (IXP) TO W-OPCPERM
           PERFORM VER-PERM THRU VER-PERM-FIM
           IF W-PERM-OK NOT = "S"
                   GO TO MOSTRA-CAMPOS1.
           DISPLAY (W-LIN, W-COL) DC-NOME (IXP)
           ADD 13 TO W-COL
           IF W-COL > 60
                   MOVE 02 TO W-COL
                   ADD 1 TO W-LIN.
           GO TO MOSTRA-CAMPOS1.
       MOSTRA-CAMPOS-FIM.
           EXIT.
      *
      *    MOSTRA UMA CONSULTA SALVA PARA O OPERADOR CONFIRMAR/ALTERAR.
       MOSTRA-CONS.
           DISPLAY TW-ARQ
           DISPLAY TW-SAIDA
           DISPLAY TW-NOMESALVA
           MOVE ZEROS TO IX.
       MOSTRA-CONS1.
           ADD 1 TO IX
           IF IX > 5
                   GO TO MOSTRA-CONS2.
           COMPUTE W-LIN = 7 + IX
           DISPLAY (W-LIN, 05) CD-CAMPO (IX)
           DISPLAY (W-LIN, 18) CD-OPER (IX)
           DISPLAY (W-LIN, 24) CD-VALOR (IX)
           GO TO MOSTRA-CONS1.
       MOSTRA-CONS2.
           DISPLAY (13, 18) OR-CAMPO (1)
           DISPLAY (13, 31) OR-CAMPO (2)
           DISPLAY (14, 18) CL-CAMPO (1)
           DISPLAY (14, 31) CL-CAMPO (2)
           DISPLAY (14, 44) CL-CAMPO (3)
           DISPLAY (14, 57) CL-CAMPO (4)
           DISPLAY (15, 18) CL-CAMPO (5)
           DISPLAY (15, 31) CL-CAMPO (6).
       MOSTRA-CONS-FIM.
           EXIT.
      *
      *    CAMPO IXD DO DICIONARIO: W-SENSCPO = S SE ELE ESTA MARCADO
      *    COMO SENSIVEL (FPP120) E W-MASCCPO = S SE O OPERADOR SO O
      *    VE MASCARADO. MARCACAO EM BRANCO CONTA COMO SENSIVEL.
       VER-MASC.
           MOVE "N" TO W-SENSCPO W-MASCCPO
           IF DC-ARQ (IXD) = 1 AND DC-NOME (IXD) = "CPF"
                   MOVE W-SENCPF TO W-SENSCPO.
           IF DC-ARQ (IXD) = 1
              AND (DC-NOME (IXD) = "BANCO" OR DC-NOME (IXD) = "AGENCIA"
                   OR DC-NOME (IXD) = "CONTA")
                   MOVE W-SENBCO TO W-SENSCPO.
           IF DC-ARQ (IXD) = 2 AND DC-NOME (IXD) = "SALARIO"
                   MOVE W-SENSAL TO W-SENSCPO.
           IF W-SENSCPO = "N"
                   GO TO VER-MASC-FIM.
           MOVE "S" TO W-SENSCPO
           IF W-VESENS = "M"
                   MOVE "S" TO W-MASCCPO.
       VER-MASC-FIM.
           EXIT.
      *
      *    NOMES DAS COLUNAS SENSIVEIS QUE SAEM COMPLETAS, PARA O LOG.
       MONTA-LSC.
           MOVE SPACES TO W-LSCAMPOS
           MOVE 1 TO W-LSPTR
           MOVE ZEROS TO IX.
       MONTA-LSC1.
           ADD 1 TO IX
           IF IX > W-QTDCOL
                   GO TO MONTA-LSC-FIM.
           IF CLR-SENS (IX) NOT = "S" OR CLR-MASC (IX) = "S"
                   GO TO MONTA-LSC1.
           STRING CL-CAMPO (IX) DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  INTO W-LSCAMPOS WITH POINTER W-LSPTR
           GO TO MONTA-LSC1.
       MONTA-LSC-FIM.
           EXIT.
      *
       GRAVA-LOGS.
           OPEN EXTEND ARQLOGSENS
           IF LS-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSENS.
           MOVE SPACES TO REGLOGSENS
           ACCEPT LSDATA FROM DATE YYYYMMDD
           ACCEPT LSHORA FROM TIME
           MOVE W-OPERLOG  TO LSOPER
           MOVE "FPP119"   TO LSPROG
           MOVE ZEROS      TO LSCODFUNC
           IF W-ARQ = 1
              MOVE W-REG (1:6) TO LSCODFUNC.
           MOVE W-LSCAMPOS TO LSCAMPOS
           WRITE REGLOGSENS
           CLOSE ARQLOGSENS.
       GRAVA-LOGS-FIM.
           EXIT.
      *
      *    APAGA AS CONDICOES A PARTIR DA LINHA IX.
       LIMPA-CONDS.
           MOVE IX TO IY.
       LIMPA-CONDS1.
           IF IY > 5
                   GO TO LIMPA-CONDS-FIM.
           MOVE SPACES TO CD-ITEM (IY)
           COMPUTE W-LIN = 7 + IY
           DISPLAY (W-LIN, 05) CD-CAMPO (IY)
           DISPLAY (W-LIN, 18) CD-OPER (IY)
           DISPLAY (W-LIN, 24) CD-VALOR (IY)
           ADD 1 TO IY
           GO TO LIMPA-CONDS1.
       LIMPA-CONDS-FIM.
           EXIT.
      *
      *    APAGA AS COLUNAS A PARTIR DA POSICAO IX.
       LIMPA-COLS.
           MOVE IX TO IY.
       LIMPA-COLS1.
           IF IY > 6
                   GO TO LIMPA-COLS-FIM.
           MOVE SPACES TO CL-CAMPO (IY)
           IF IY < 5
              MOVE 14 TO W-LIN
              COMPUTE W-COL = 5 + IY * 13
           ELSE
              MOVE 15 TO W-LIN
              COMPUTE W-COL = 5 + (IY - 4) * 13.
           DISPLAY (W-LIN, W-COL) CL-CAMPO (IY)
           ADD 1 TO IY
           GO TO LIMPA-COLS1.
       LIMPA-COLS-FIM.
           EXIT.
      *
      *    POSICAO DO PRIMEIRO (W-TINI) E DO ULTIMO (W-TFIM) CARACTER
      *    DIFERENTE DE BRANCO EM W-TXT. W-TFIM = ZEROS SE VAZIO.
       TAM-TXT.
           MOVE 1 TO W-TINI
           MOVE 40 TO W-TFIM.
       TAM-TXT1.
           IF W-TFIM = ZEROS
                   GO TO TAM-TXT-FIM.
           IF W-TXT (W-TFIM:1) NOT = SPACE
                   GO TO TAM-TXT2.
           SUBTRACT 1 FROM W-TFIM
           GO TO TAM-TXT1.
       TAM-TXT2.
           IF W-TXT (W-TINI:1) = SPACE
                   ADD 1 TO W-TINI
                   GO TO TAM-TXT2.
       TAM-TXT-FIM.
           EXIT.
      *
      *    CONVERTE O VALOR DIGITADO NA CONDICAO IX (EX.: 1.500,50).
       LE-VALOR.
           MOVE CD-VALOR (IX) TO W-PTXT
           MOVE ZEROS TO W-PINT W-PDECV W-PDEC W-PQTD W-PTR
           MOVE "N" TO W-PVIRG W-VAL-OK.
       LE-VALOR1.
           ADD 1 TO W-PTR
           IF W-PTR > 30
                   GO TO LE-VALOR3.
           MOVE W-PTXT (W-PTR:1) TO W-PCAR
           IF W-PCAR = SPACE OR W-PCAR = "."
                   GO TO LE-VALOR1.
           IF W-PCAR = ","
              IF W-PVIRG = "S"
                   GO TO LE-VALOR-FIM
              ELSE
                   MOVE "S" TO W-PVIRG
                   GO TO LE-VALOR1.
           IF W-PCAR NOT NUMERIC
                   GO TO LE-VALOR-FIM.
           MOVE W-PCAR TO W-PDIG
           ADD 1 TO W-PQTD
           IF W-PVIRG = "S"
                   GO TO LE-VALOR2.
           IF W-PINT > 99999999999999
                   GO TO LE-VALOR-FIM.
           COMPUTE W-PINT = W-PINT * 10 + W-PDIG
           GO TO LE-VALOR1.
       LE-VALOR2.
           IF W-PDEC < 3
                   COMPUTE W-PDECV = W-PDECV * 10 + W-PDIG
                   ADD 1 TO W-PDEC.
           GO TO LE-VALOR1.
       LE-VALOR3.
           IF W-PQTD = ZEROS
                   GO TO LE-VALOR-FIM.
           COMPUTE CR-VALN (IX) = W-PINT + W-PDECV / TB-DIV (W-PDEC + 1)
           MOVE "S" TO W-VAL-OK.
       LE-VALOR-FIM.
           EXIT.
      *
      *    GRAVA (OU SUBSTITUI) A CONSULTA NO ARQCONS.
       SALVA-CONS.
           MOVE W-NOMESALVA TO NOMECQ
           MOVE W-CONSULTA  TO DADOSCQ
           MOVE W-OPERLOG   TO OPERADOR-CQ
           ACCEPT DATAGRAV-CQ FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-CQ FROM TIME
           WRITE REGCONS
           IF CQ-ERRO = "22"
                   REWRITE REGCONS.
           IF CQ-ERRO NOT = "00"
                   MOVE "*** ERRO AO SALVAR A CONSULTA ***" TO MENS
           ELSE
                   MOVE "*** CONSULTA SALVA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SALVA-CONS-FIM.
           EXIT.
      *
      **************************************
      * ACESSO AO ARQUIVO ESCOLHIDO        *
      **************************************
       ABRE-ARQ.
           IF W-ARQ = 1
              OPEN INPUT ARQFUNC
              GO TO ABRE-ARQ-FIM.
           IF W-ARQ = 2
              OPEN INPUT ARQCARG
              GO TO ABRE-ARQ-FIM.
           IF W-ARQ = 3
              OPEN INPUT ARQDEP
              GO TO ABRE-ARQ-FIM.
           IF W-ARQ = 4
              OPEN INPUT CADPROD
              GO TO ABRE-ARQ-FIM.
           IF W-ARQ = 5
              OPEN INPUT CADFORN
              GO TO ABRE-ARQ-FIM.
           OPEN INPUT CADCARRO.
       ABRE-ARQ-FIM.
           EXIT.
      *
       LE-ARQ.
           MOVE SPACES TO W-REG
           IF W-ARQ = 1
              READ ARQFUNC NEXT
              MOVE REGFUNC TO W-REG
              GO TO LE-ARQ-FIM.
           IF W-ARQ = 2
              READ ARQCARG NEXT
              MOVE REGCARG TO W-REG
              GO TO LE-ARQ-FIM.
           IF W-ARQ = 3
              READ ARQDEP NEXT
              MOVE REGDEP TO W-REG
              GO TO LE-ARQ-FIM.
           IF W-ARQ = 4
              READ CADPROD NEXT
              MOVE REGPROD TO W-REG
              GO TO LE-ARQ-FIM.
           IF W-ARQ = 5
              READ CADFORN NEXT
              MOVE REGFORN TO W-REG
              GO TO LE-ARQ-FIM.
           READ CADCARRO NEXT
           MOVE REGCARRO TO W-REG.
       LE-ARQ-FIM.
           EXIT.
      *
       FECHA-ARQ.
           IF W-ARQ = 1
              CLOSE ARQFUNC
              GO TO FECHA-ARQ-FIM.
           IF W-ARQ = 2
              CLOSE ARQCARG
              GO TO FECHA-ARQ-FIM.
           IF W-ARQ = 3
              CLOSE ARQDEP
              GO TO FECHA-ARQ-FIM.
           IF W-ARQ = 4
              CLOSE CADPROD
              GO TO FECHA-ARQ-FIM.
           IF W-ARQ = 5
              CLOSE CADFORN
              GO TO FECHA-ARQ-FIM.
           CLOSE CADCARRO.
       FECHA-ARQ-FIM.
           EXIT.
      *
      **************************************
      * TESTA AS CONDICOES NO REGISTRO     *
      **************************************
       AVALIA.
           MOVE "S" TO W-SELOK
           MOVE ZEROS TO IX.
       AVALIA1.
           ADD 1 TO IX
           IF IX > W-QTDCOND
                   GO TO AVALIA-FIM.
           MOVE CR-POS (IX)  TO W-XPOS
           MOVE CR-TAM (IX)  TO W-XTAM
           MOVE CR-TIPO (IX) TO W-XTIPO
           MOVE CR-DEC (IX)  TO W-XDEC
           PERFORM EXTRAI THRU EXTRAI-FIM
           IF W-XTIPO = "N"
                   GO TO AVALIA-N.
           IF CD-OPER (IX) NOT = "CT"
                   GO TO AVALIA-X.
           IF CR-VLEN (IX) > W-XTAM
                   GO TO AVALIA-NAO.
           MOVE ZEROS TO W-NCT
           INSPECT W-CAMPOX (1:W-XTAM) TALLYING W-NCT
                   FOR ALL CD-VALOR (IX) (1:CR-VLEN (IX))
           IF W-NCT = ZEROS
                   GO TO AVALIA-NAO.
           GO TO AVALIA1.
       AVALIA-X.
           MOVE SPACES TO W-VALX
           MOVE CD-VALOR (IX) TO W-VALX
           IF CD-OPER (IX) = "=" AND W-CAMPOX NOT = W-VALX
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<>" AND W-CAMPOX = W-VALX
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = ">" AND W-CAMPOX NOT > W-VALX
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<" AND W-CAMPOX NOT < W-VALX
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = ">=" AND W-CAMPOX < W-VALX
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<=" AND W-CAMPOX > W-VALX
                   GO TO AVALIA-NAO.
           GO TO AVALIA1.
       AVALIA-N.
           IF CD-OPER (IX) = "=" AND W-VALCAMPO NOT = CR-VALN (IX)
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<>" AND W-VALCAMPO = CR-VALN (IX)
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = ">" AND W-VALCAMPO NOT > CR-VALN (IX)
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<" AND W-VALCAMPO NOT < CR-VALN (IX)
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = ">=" AND W-VALCAMPO < CR-VALN (IX)
                   GO TO AVALIA-NAO.
           IF CD-OPER (IX) = "<=" AND W-VALCAMPO > CR-VALN (IX)
                   GO TO AVALIA-NAO.
           GO TO AVALIA1.
       AVALIA-NAO.
           MOVE "N" TO W-SELOK.
       AVALIA-FIM.
           EXIT.
      *
      *    TIRA DE W-REG O CAMPO DE POSICAO W-XPOS E TAMANHO W-XTAM.
      *    CAMPO NUMERICO VAI TAMBEM PARA W-VALCAMPO (COM AS DECIMAIS);
      *    CONTEUDO NAO NUMERICO CONTA COMO ZERO.
       EXTRAI.
           MOVE SPACES TO W-CAMPOX
           MOVE W-REG (W-XPOS:W-XTAM) TO W-CAMPOX (1:W-XTAM)
           MOVE ZEROS TO W-VALCAMPO
           IF W-XTIPO NOT = "N"
                   GO TO EXTRAI-FIM.
           MOVE ZEROS TO W-NUM18
           COMPUTE W-XINI = 19 - W-XTAM
           MOVE W-CAMPOX (1:W-XTAM) TO W-NUM18X (W-XINI:W-XTAM)
           IF W-NUM18X NOT NUMERIC
                   MOVE ZEROS TO W-NUM18.
           COMPUTE W-VALCAMPO = W-NUM18 / TB-DIV (W-XDEC + 1).
       EXTRAI-FIM.
           EXIT.
      *
      *    INSERE W-RK-ITEM NA TABELA, NA ORDEM DE W-RK-ORD.
       INS-TAB.
           IF W-QTDRK NOT < 500
              ADD 1 TO W-QTDFORA
              GO TO INS-TAB-FIM.
           MOVE W-QTDRK TO IY.
       INS-TAB1.
           IF IY = ZEROS
              GO TO INS-TAB2.
           IF RK-ORD (IY) NOT > W-RK-ORD
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
      **************************************
      * MONTAGEM DAS LINHAS DE SAIDA       *
      **************************************
      *    NA TELA E NA IMPRESSAO AS COLUNAS TEM LARGURA FIXA; NO CSV
      *    OS CAMPOS VAO SEM BRANCOS, SEPARADOS POR ";".
       MONTA-CAB.
           MOVE SPACES TO W-LINHA
           MOVE 1 TO W-PTR
           MOVE ZEROS TO IX.
       MONTA-CAB1.
           ADD 1 TO IX
           IF IX > W-QTDCOL
                   GO TO MONTA-CAB-FIM.
           MOVE CL-CAMPO (IX) TO W-TXT
           PERFORM POE-TXT THRU POE-TXT-FIM
           GO TO MONTA-CAB1.
       MONTA-CAB-FIM.
           EXIT.
      *
       MONTA-LINHA.
           MOVE RK-REG (IR) TO W-REG
           MOVE SPACES TO W-LINHA
           MOVE 1 TO W-PTR
           MOVE ZEROS TO IX.
       MONTA-LINHA1.
           ADD 1 TO IX
           IF IX > W-QTDCOL
                   GO TO MONTA-LINHA3.
           MOVE CLR-POS (IX)  TO W-XPOS
           MOVE CLR-TAM (IX)  TO W-XTAM
           MOVE CLR-TIPO (IX) TO W-XTIPO
           MOVE CLR-DEC (IX)  TO W-XDEC
           PERFORM EXTRAI THRU EXTRAI-FIM
           MOVE SPACES TO W-TXT
           IF CLR-MASC (IX) = "S"
                   MOVE ALL "*" TO W-TXT (1:W-XTAM)
                   GO TO MONTA-LINHA2.
           IF W-XTIPO NOT = "N" OR W-XDEC = ZEROS
                   MOVE W-CAMPOX TO W-TXT
                   GO TO MONTA-LINHA2.
           IF W-XDEC = 1
                   MOVE W-VALCAMPO TO W-ED1
                   COMPUTE W-XINI = 15 - CLR-LARG (IX)
                   MOVE W-ED1X (W-XINI:CLR-LARG (IX)) TO W-TXT
           ELSE
                   MOVE W-VALCAMPO TO W-ED2
                   COMPUTE W-XINI = 16 - CLR-LARG (IX)
                   MOVE W-ED2X (W-XINI:CLR-LARG (IX)) TO W-TXT.
       MONTA-LINHA2.
           PERFORM POE-TXT THRU POE-TXT-FIM
           GO TO MONTA-LINHA1.
      *    LINHA COM CAMPO SENSIVEL EXIBIDO POR COMPLETO VAI AO LOG.
       MONTA-LINHA3.
           IF W-LSCAMPOS NOT = SPACES
                   PERFORM GRAVA-LOGS THRU GRAVA-LOGS-FIM.
       MONTA-LINHA-FIM.
           EXIT.
      *
      *    ACRESCENTA W-TXT (COLUNA IX) EM W-LINHA, NA POSICAO W-PTR.
       POE-TXT.
           IF W-SAIDA = "C"
                   GO TO POE-TXT1.
           MOVE W-TXT (1:CLR-LARG (IX))
                                  TO W-LINHA (W-PTR:CLR-LARG (IX))
           COMPUTE W-PTR = W-PTR + CLR-LARG (IX) + 1
           GO TO POE-TXT-FIM.
       POE-TXT1.
           IF IX > 1
                   MOVE ";" TO W-LINHA (W-PTR:1)
                   ADD 1 TO W-PTR.
           PERFORM TAM-TXT THRU TAM-TXT-FIM
           IF W-TFIM = ZEROS
                   GO TO POE-TXT-FIM.
           COMPUTE W-TQTD = W-TFIM - W-TINI + 1
           MOVE W-TXT (W-TINI:W-TQTD) TO W-LINHA (W-PTR:W-TQTD)
           ADD W-TQTD TO W-PTR.
       POE-TXT-FIM.
           EXIT.
      *
      **************************************
      * SAIDA NA TELA                      *
      **************************************
       SAI-TELA.
           MOVE ZEROS TO IR.
       SAI-TELA1.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 18) "*** CONSULTA LIVRE DOS CADASTROS ***"
           PERFORM MONTA-CAB THRU MONTA-CAB-FIM
           DISPLAY (04, 01) W-LINHA (1:79)
           MOVE 05 TO W-LIN.
       SAI-TELA2.
           ADD 1 TO IR
           IF IR > W-QTDRK
                   GO TO SAI-TELA3.
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
           DISPLAY (W-LIN, 01) W-LINHA (1:79)
           ADD 1 TO W-LIN
           IF W-LIN < 21
                   GO TO SAI-TELA2.
           IF IR NOT < W-QTDRK
                   GO TO SAI-TELA3.
           DISPLAY (22, 01) "ENTER = PROXIMA PAGINA   ESC = ENCERRA"
           ACCEPT (22, 45) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SAI-TELA-FIM.
           GO TO SAI-TELA1.
       SAI-TELA3.
           MOVE W-QTDRK TO W-QTDTX
           DISPLAY (21, 01) "REGISTROS SELECIONADOS:"
           DISPLAY (21, 25) W-QTDTX
           IF W-QTDFORA > ZEROS
                   DISPLAY (21, 35) "(LIMITE DE 500 ATINGIDO)".
           DISPLAY (22, 01) "FIM DA CONSULTA - TECLE ENTER"
           ACCEPT (22, 45) W-OPCAO.
       SAI-TELA-FIM.
           EXIT.
      *
      **************************************
      * SAIDA EM RELATORIO                 *
      **************************************
       SAI-REL.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP119-"  DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQCONSTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SAI-REL-FIM.
           MOVE W-DATARELC  TO CABDATTX
           MOVE W-NOMESALVA TO CABCONTX
           MOVE AQ-NOME (W-ARQ) TO CABARQTX
           MOVE W-OPERLOG   TO CABOPETX
           WRITE REGCONSTX FROM LINHABR
           WRITE REGCONSTX FROM CAB1
           WRITE REGCONSTX FROM CAB2
           MOVE ZEROS TO IX.
       SAI-REL1.
           ADD 1 TO IX
           IF IX > W-QTDCOND
                   GO TO SAI-REL2.
           MOVE CD-CAMPO (IX) TO CONDCPTX
           MOVE CD-OPER (IX)  TO CONDOPTX
           MOVE CD-VALOR (IX) TO CONDVLTX
           WRITE REGCONSTX FROM CONDLIN
           GO TO SAI-REL1.
       SAI-REL2.
           WRITE REGCONSTX FROM LINHABR
           PERFORM MONTA-CAB THRU MONTA-CAB-FIM
           WRITE REGCONSTX FROM W-LINHA
           WRITE REGCONSTX FROM LINHABR
           MOVE ZEROS TO IR.
       SAI-REL3.
           ADD 1 TO IR
           IF IR > W-QTDRK
                   GO TO SAI-REL4.
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
           WRITE REGCONSTX FROM W-LINHA
           GO TO SAI-REL3.
       SAI-REL4.
           WRITE REGCONSTX FROM LINHABR
           MOVE W-QTDRK TO TOTQTDTX
           WRITE REGCONSTX FROM TOTLIN
           IF W-QTDFORA > ZEROS
                   MOVE W-QTDFORA TO FORAQTDTX
                   WRITE REGCONSTX FROM FORALIN.
           CLOSE ARQCONSTX
           COMPUTE COMPETRC = W-DATARELC / 100
           MOVE W-QTDRK TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE SPACES TO MENS
           STRING "RELATORIO GERADO: " DELIMITED BY SIZE
                  W-NOMEREL DELIMITED BY SPACE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SAI-REL-FIM.
           EXIT.
      *
      **************************************
      * SAIDA EM CSV                       *
      **************************************
       SAI-CSV.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP119-"  DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".CSV"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQCONSTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SAI-CSV-FIM.
           PERFORM MONTA-CAB THRU MONTA-CAB-FIM
           WRITE REGCONSTX FROM W-LINHA
           MOVE ZEROS TO IR.
       SAI-CSV1.
           ADD 1 TO IR
           IF IR > W-QTDRK
                   GO TO SAI-CSV2.
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM
           WRITE REGCONSTX FROM W-LINHA
           GO TO SAI-CSV1.
       SAI-CSV2.
           CLOSE ARQCONSTX
           MOVE SPACES TO MENS
           STRING "CSV GERADO: " DELIMITED BY SIZE
                  W-NOMEREL DELIMITED BY SPACE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SAI-CSV-FIM.
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
           MOVE "FPP119" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQCONS.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE
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
