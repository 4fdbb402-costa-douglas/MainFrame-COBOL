      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX50.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX50                                       *00002000
      *    TIPO.......: REVISAO MENSAL DE LIMITE DE CHEQUE ESPECIAL    *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : PROPOR AUMENTO OU CORTE DO LIMITE DE CHEQUE      *00002800
      *               ESPECIAL (FD-CLI2505-LIM-CHESP) DAS CONTAS       *00002900
      *               CORRENTES. CADA CONTA DO CADASTRO E CASADA COM O *00003000
      *               SALDO MEDIO (MEDSAL DO FR05EX22) E A PERMANENCIA *00003100
      *               EM DEBITO (DEVACUM DO FR05EX24) E CLASSIFICADA   *00003200
      *               POR DOCUMENTO, PARA MONTAR A POSICAO DO TITULAR  *00003300
      *               COMO NO FR05EX26 (SALDO TOTAL E PIOR ATRASO DE   *00003400
      *               TODAS AS CONTAS DELE). SOBRE ESSA POSICAO E      *00003500
      *               APLICADA A TABELA DE REGRAS DO SYSIN:            *00003600
      *                 CORTE   - PIOR ATRASO DO TITULAR MAIOR OU      *00003700
      *                           IGUAL AOS DIAS DA REGRA: O LIMITE    *00003800
      *                           CAI O PERCENTUAL, ATE O PISO;        *00003900
      *                 AUMENTO - PIOR ATRASO DO TITULAR ATE OS DIAS   *00004000
      *                           DA REGRA, SALDO TOTAL DO TITULAR NAO *00004100
      *                           NEGATIVO E SALDO MEDIO DA CONTA NO   *00004200
      *                           MINIMO DA REGRA: O LIMITE SOBE O     *00004300
      *                           PERCENTUAL, ATE O TETO (CONTA SEM    *00004400
      *                           LIMITE GANHA O PERCENTUAL SOBRE O    *00004500
      *                           SALDO MEDIO).                        *00004600
      *               AS REGRAS DE CORTE SAO TESTADAS ANTES DAS DE     *00004700
      *               AUMENTO, NA ORDEM DO SYSIN; VALE A PRIMEIRA QUE  *00004800
      *               ATENDER. CONTA SEM DOCUMENTO E UM TITULAR SO.    *00004900
      *               AS PROPOSTAS SAEM NO RELATORIO DE REVISAO E NUM  *00005000
      *               LOTE MANCLI PRONTO (HEADER, ALTERACOES 'A' SO    *00005100
      *               COM O LIMITE, TRAILER COM QTDE E HASH), EM       *00005200
      *               ORDEM DE CHAVE: APROVADO PELO GERENTE DE         *00005300
      *               CREDITO, O LOTE ENTRA NO FR05EX20 (JOB FR05MAN). *00005400
      *----------------------------------------------------------------*00005500
      *    ARQUIVOS :                                                  *00005600
      *    DDNAME          I/O                                         *00005700
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005800
      *    JCLDEVAC         I    PERMANENCIA EM DEBITO (FR05EX24)      *00005900
      *    JCLMEDSA         I    SALDO MEDIO MENSAL (FR05EX22)         *00006000
      *    JCLPROPW        I/O   PROPOSTAS (TRABALHO)                  *00006100
      *    JCLMANCP         O    LOTE MANCLI PROPOSTO                  *00006200
      *    JCLRELLM         O    RELATORIO DE REVISAO DE LIMITES       *00006300
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006400
      *----------------------------------------------------------------*00006500
      *    BOOKS    :    B#CLIMST, B#DEVAC, B#MEDSAL, B#GRALOG,        *00006600
      *                  B#RUNCTL, B#DATPRC                            *00006700
      *----------------------------------------------------------------*00006800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007100
      *----------------------------------------------------------------*00007200
      *    PARAMETROS (VIA SYSIN):                                     *00007300
      *      LINHA 1 - RERUN ('S' = REPROCESSA DATA JA FEITA)          *00007400
      *      DEMAIS  - UMA REGRA POR LINHA (ATE 20), ENCERRADAS POR    *00007500
      *                UMA LINHA COM '*' NA COLUNA 1:                  *00007600
      *                COL 01     TIPO ('C' CORTE / 'A' AUMENTO)       *00007700
      *                COL 03-07  DIAS DE ATRASO 9(05)                 *00007800
      *                COL 09-18  SALDO MEDIO MINIMO 9(08)V99          *00007900
      *                COL 20-22  PERCENTUAL 9(03)                     *00008000
      *                COL 24-31  PISO (CORTE) / TETO (AUMENTO)        *00008100
      *                           9(06)V99 - TETO ZERO = SEM TETO      *00008200
      *----------------------------------------------------------------*00008300
      *    HISTORICO DE ALTERACOES:                                    *00008400
      *      DATA        RESP.    DESCRICAO                            *00008500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008600
      ******************************************************************00008700
      *================================================================*00008800
                                                                        00008900
      *================================================================*00009000
       ENVIRONMENT                                DIVISION.             00009100
      *================================================================*00009200
                                                                        00009300
      *----------------------------------------------------------------*00009400
       CONFIGURATION                              SECTION.              00009500
      *----------------------------------------------------------------*00009600
                                                                        00009700
       SPECIAL-NAMES.                                                   00009800
           DECIMAL-POINT IS COMMA.                                      00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
       INPUT-OUTPUT                               SECTION.              00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       FILE-CONTROL.                                                    00010500
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010600
                    ORGANIZATION    IS INDEXED                          00010700
                    ACCESS MODE     IS SEQUENTIAL                       00010800
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010900
                    FILE STATUS          IS WRK-FS-CLI2505.             00011000
                                                                        00011100
             SELECT DEVACUM   ASSIGN     TO JCLDEVAC                    00011200
                    FILE STATUS          IS WRK-FS-DEVACUM.             00011300
                                                                        00011400
             SELECT MEDSAL    ASSIGN     TO JCLMEDSA                    00011500
                    FILE STATUS          IS WRK-FS-MEDSAL.              00011600
                                                                        00011700
             SELECT PROPLIM   ASSIGN     TO JCLPROPW                    00011800
                    FILE STATUS          IS WRK-FS-PROPLIM.             00011900
                                                                        00012000
             SELECT MANCLI    ASSIGN     TO JCLMANCP                    00012100
                    FILE STATUS          IS WRK-FS-MANCLI.              00012200
                                                                        00012300
             SELECT RELLIM    ASSIGN     TO JCLRELLM                    00012400
                    FILE STATUS          IS WRK-FS-RELLIM.              00012500
                                                                        00012600
             SELECT WRK-SORTREV ASSIGN   TO JCLSORT.                    00012700
                                                                        00012800
             SELECT WRK-SORTPRO ASSIGN   TO JCLSORT.                    00012900
                                                                        00013000
      *================================================================*00013100
       DATA                                      DIVISION.              00013200
      *================================================================*00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
       FILE                                      SECTION.               00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       FD CLI2505.                                                      00014300
                                                                        00014400
           COPY 'B#CLIMST'.                                             00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
      *  INPUT - PERMANENCIA EM DEBITO (DEVACUM) - LRECL = 050.        *00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
       FD DEVACUM                                                       00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
                                                                        00015400
           COPY 'B#DEVAC'.                                              00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
      *  INPUT - SALDO MEDIO MENSAL (MEDSAL) - LRECL = 040.            *00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD MEDSAL                                                        00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
                                                                        00016400
           COPY 'B#MEDSAL'.                                             00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
      *  I/O - PROPOSTAS DE LIMITE (TRABALHO) - LRECL = 100.           *00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       FD PROPLIM                                                       00017100
           RECORDING MODE IS F                                          00017200
           BLOCK CONTAINS 0 RECORDS.                                    00017300
       01 FD-PROPLIM        PIC X(100).                                 00017400
                                                                        00017500
      *----------------------------------------------------------------*00017600
      *  OUTPUT - LOTE MANCLI PROPOSTO - LRECL = 080.                  *00017700
      *----------------------------------------------------------------*00017800
                                                                        00017900
       FD MANCLI                                                        00018000
           RECORDING MODE IS F                                          00018100
           BLOCK CONTAINS 0 RECORDS.                                    00018200
       01 FD-MANCLI.                                                    00018300
          05 FD-MAN-TIPO-REG          PIC X(01).                        00018400
          05 FD-MAN-OPERACAO          PIC X(01).                        00018500
          05 FD-MAN-CHAVE.                                              00018600
             10 FD-MAN-AGENCIA        PIC 9(04).                        00018700
             10 FD-MAN-CONTA          PIC 9(06).                        00018800
          05 FD-MAN-NOME              PIC X(30).                        00018900
          05 FD-MAN-LIM-CHESP         PIC 9(06)V99.                     00019000
          05 FD-MAN-SEGMENTO          PIC X(01).                        00019100
          05 FD-MAN-TIPO-CONTA        PIC X(01).                        00019200
          05 FD-MAN-DOCUMENTO         PIC X(14).                        00019300
          05 FILLER                   PIC X(14).                        00019400
                                                                        00019500
       01 FD-MAN-HEADER.                                                00019600
          05 FD-MAN-H-TIPO            PIC X(01).                        00019700
          05 FD-MAN-H-ORIGEM          PIC X(08).                        00019800
          05 FD-MAN-H-DATA            PIC X(08).                        00019900
          05 FILLER                   PIC X(63).                        00020000
                                                                        00020100
       01 FD-MAN-TRAILER.                                               00020200
          05 FD-MAN-T-TIPO            PIC X(01).                        00020300
          05 FD-MAN-T-QTD-REG         PIC 9(07).                        00020400
          05 FD-MAN-T-HASH-LIM        PIC 9(10)V99.                     00020500
          05 FILLER                   PIC X(60).                        00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
      *  OUTPUT - RELATORIO DE REVISAO (RELLIM) - LRECL = 080.         *00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
       FD RELLIM                                                        00021200
           RECORDING MODE IS F                                          00021300
           BLOCK CONTAINS 0 RECORDS.                                    00021400
       01 FD-RELLIM         PIC X(080).                                 00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
      *    WORK - ORDENACAO DAS CONTAS PELO TITULAR (DOCUMENTO)        *00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       SD WRK-SORTREV.                                                  00022100
       01 SD-SORTREV.                                                   00022200
          05 SD-REV-GRUPO             PIC X(14).                        00022300
          05 SD-REV-CHAVE             PIC X(10).                        00022400
          05 SD-REV-DOCUMENTO         PIC X(14).                        00022500
          05 SD-REV-NOME              PIC X(30).                        00022600
          05 SD-REV-TIPO-CONTA        PIC X(01).                        00022700
          05 SD-REV-SALDO             PIC S9(08)V99.                    00022800
          05 SD-REV-LIMITE            PIC 9(06)V99.                     00022900
          05 SD-REV-DIAS              PIC 9(05).                        00023000
          05 SD-REV-MEDIA             PIC S9(08)V99.                    00023100
                                                                        00023200
      *----------------------------------------------------------------*00023300
      *    WORK - ORDENACAO DAS PROPOSTAS PELA CHAVE DA CONTA          *00023400
      *----------------------------------------------------------------*00023500
                                                                        00023600
       SD WRK-SORTPRO.                                                  00023700
       01 SD-SORTPRO.                                                   00023800
          05 SD-PRO-CHAVE             PIC X(10).                        00023900
          05 SD-PRO-DADOS             PIC X(90).                        00024000
                                                                        00024100
      *----------------------------------------------------------------*00024200
       WORKING-STORAGE                            SECTION.              00024300
      *----------------------------------------------------------------*00024400
      *----------------------------------------------------------------*00024500
       01 FILLER                         PIC X(050)       VALUE         00024600
                   '*** INICIO DA WORKING FR05EX50 ***'.                00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00025000
       77 WRK-FS-DEVACUM                 PIC X(002) VALUE SPACES.       00025100
       77 WRK-FS-MEDSAL                  PIC X(002) VALUE SPACES.       00025200
       77 WRK-FS-PROPLIM                 PIC X(002) VALUE SPACES.       00025300
       77 WRK-FS-MANCLI                  PIC X(002) VALUE SPACES.       00025400
       77 WRK-FS-RELLIM                  PIC X(002) VALUE SPACES.       00025500
                                                                        00025600
      *----------------------------------------------------------------*00025700
       01 FILLER                         PIC X(050)       VALUE         00025800
                     '*** AREA DA ACUMULADORES ***'.                    00025900
      *----------------------------------------------------------------*00026000
                                                                        00026100
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00026200
       77 ACUM-POUPANCA                  PIC 9(007) VALUE ZEROS.        00026300
       77 ACUM-NAO-REVISADAS             PIC 9(007) VALUE ZEROS.        00026400
       77 ACUM-TITULARES                 PIC 9(007) VALUE ZEROS.        00026500
       77 ACUM-AUMENTOS                  PIC 9(007) VALUE ZEROS.        00026600
       77 ACUM-CORTES                    PIC 9(007) VALUE ZEROS.        00026700
       77 ACUM-PROPOSTAS                 PIC 9(007) VALUE ZEROS.        00026800
       77 ACUM-LIM-ATUAL                 PIC 9(010)V99 VALUE ZEROS.     00026900
       77 ACUM-LIM-NOVO                  PIC 9(010)V99 VALUE ZEROS.     00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       01 FILLER                         PIC X(050)       VALUE         00027300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00027700
       77 WRK-CHAVE-ATUAL-DEV            PIC X(010) VALUE SPACES.       00027800
       77 WRK-CHAVE-ATUAL-MED            PIC X(010) VALUE SPACES.       00027900
       77 WRK-SEM-DEVACUM                PIC X(001) VALUE 'N'.          00028000
           88 WRK-SEM-DEVACUM-SIM                   VALUE 'S'.          00028100
       77 WRK-SEM-MEDSAL                 PIC X(001) VALUE 'N'.          00028200
           88 WRK-SEM-MEDSAL-SIM                    VALUE 'S'.          00028300
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00028400
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00028500
       77 WRK-FIM-PROPLIM                PIC X(001) VALUE 'N'.          00028600
           88 WRK-FIM-PROPLIM-SIM                   VALUE 'S'.          00028700
       77 WRK-ACHOU-REGRA                PIC X(001) VALUE 'N'.          00028800
           88 WRK-ACHOU-REGRA-SIM                   VALUE 'S'.          00028900
       77 WRK-GRUPO-QUEBRA               PIC X(014) VALUE LOW-VALUES.   00029000
       77 WRK-PES-SALDO                  PIC S9(010)V99 VALUE ZEROS.    00029100
       77 WRK-PES-PIOR-ATRASO            PIC 9(005) VALUE ZEROS.        00029200
       77 WRK-LIM-CALC                   PIC 9(008)V99 VALUE ZEROS.     00029300
       77 WRK-LIM-NOVO                   PIC 9(006)V99 VALUE ZEROS.     00029400
       77 WRK-REGRA-APLICADA             PIC 9(002) VALUE ZEROS.        00029500
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00029600
                                                                        00029700
      *----------------------------------------------------------------*00029800
      *    TITULAR DE CONTA SEM DOCUMENTO: A PROPRIA CONTA             *00029900
      *----------------------------------------------------------------*00030000
                                                                        00030100
       01 WRK-GRUPO-CONTA.                                              00030200
          05 FILLER                      PIC X(004) VALUE 'CTA-'.       00030300
          05 WRK-GRP-CHAVE               PIC X(010) VALUE SPACES.       00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
      *    TABELA DE REGRAS (SYSIN)                                    *00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
       77 WRK-QTD-REGRAS                 PIC 9(002) VALUE ZEROS.        00031000
       77 WRK-MAX-REGRAS                 PIC 9(002) VALUE 20.           00031100
       77 WRK-FIM-REGRAS                 PIC X(001) VALUE 'N'.          00031200
           88 WRK-FIM-REGRAS-SIM                    VALUE 'S'.          00031300
                                                                        00031400
       01 WRK-PARM-REGRA.                                               00031500
          05 WRK-PR-TIPO                 PIC X(001).                    00031600
              88 WRK-PR-FIM                         VALUE '*'.          00031700
              88 WRK-PR-TIPO-VALIDO                 VALUE 'C' 'A'.      00031800
          05 FILLER                      PIC X(001).                    00031900
          05 WRK-PR-DIAS                 PIC X(005).                    00032000
          05 WRK-PR-DIAS-N   REDEFINES WRK-PR-DIAS                      00032100
                                         PIC 9(005).                    00032200
          05 FILLER                      PIC X(001).                    00032300
          05 WRK-PR-MEDIA                PIC X(010).                    00032400
          05 WRK-PR-MEDIA-N  REDEFINES WRK-PR-MEDIA                     00032500
                                         PIC 9(008)V99.                 00032600
          05 FILLER                      PIC X(001).                    00032700
          05 WRK-PR-PERC                 PIC X(003).                    00032800
          05 WRK-PR-PERC-N   REDEFINES WRK-PR-PERC                      00032900
                                         PIC 9(003).                    00033000
          05 FILLER                      PIC X(001).                    00033100
          05 WRK-PR-LIMITE               PIC X(008).                    00033200
          05 WRK-PR-LIMITE-N REDEFINES WRK-PR-LIMITE                    00033300
                                         PIC 9(006)V99.                 00033400
          05 FILLER                      PIC X(049).                    00033500
                                                                        00033600
       01 WRK-TABELA-REGRAS.                                            00033700
          05 WRK-TAB-REGRA OCCURS 20 TIMES                              00033800
                           INDEXED BY WRK-IDX-REG.                      00033900
             10 WRK-REG-TIPO             PIC X(001).                    00034000
                 88 WRK-REG-CORTE                   VALUE 'C'.          00034100
                 88 WRK-REG-AUMENTO                 VALUE 'A'.          00034200
             10 WRK-REG-DIAS             PIC 9(005).                    00034300
             10 WRK-REG-MEDIA            PIC 9(008)V99.                 00034400
             10 WRK-REG-PERC             PIC 9(003).                    00034500
             10 WRK-REG-LIMITE           PIC 9(006)V99.                 00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
      *    CONTAS DO TITULAR EM REVISAO                                *00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
       77 WRK-QTD-CONTAS                 PIC 9(003) VALUE ZEROS.        00035200
       77 WRK-MAX-CONTAS                 PIC 9(003) VALUE 50.           00035300
                                                                        00035400
       01 WRK-TABELA-CONTAS.                                            00035500
          05 WRK-TAB-CONTA OCCURS 50 TIMES                              00035600
                           INDEXED BY WRK-IDX-CTA.                      00035700
             10 WRK-CTA-CHAVE            PIC X(010).                    00035800
             10 WRK-CTA-DOCUMENTO        PIC X(014).                    00035900
             10 WRK-CTA-NOME             PIC X(030).                    00036000
             10 WRK-CTA-TIPO-CONTA       PIC X(001).                    00036100
                 88 WRK-CTA-POUPANCA                VALUE 'P'.          00036200
             10 WRK-CTA-LIMITE           PIC 9(006)V99.                 00036300
             10 WRK-CTA-DIAS             PIC 9(005).                    00036400
             10 WRK-CTA-MEDIA            PIC S9(008)V99.                00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
      *    PROPOSTA DE LIMITE (REGISTRO DO PROPLIM)                    *00036800
      *----------------------------------------------------------------*00036900
                                                                        00037000
       01 WRK-PROPOSTA.                                                 00037100
          05 WRK-PRP-CHAVE.                                             00037200
             10 WRK-PRP-AGENCIA          PIC 9(004).                    00037300
             10 WRK-PRP-CONTA            PIC 9(006).                    00037400
          05 WRK-PRP-DOCUMENTO           PIC X(014).                    00037500
          05 WRK-PRP-NOME                PIC X(030).                    00037600
          05 WRK-PRP-LIM-ATUAL           PIC 9(006)V99.                 00037700
          05 WRK-PRP-LIM-NOVO            PIC 9(006)V99.                 00037800
          05 WRK-PRP-MEDIA               PIC S9(008)V99.                00037900
          05 WRK-PRP-ATRASO              PIC 9(005).                    00038000
          05 WRK-PRP-REGRA-TIPO          PIC X(001).                    00038100
          05 WRK-PRP-REGRA-NUM           PIC 9(002).                    00038200
          05 FILLER                      PIC X(012).                    00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
      *    LINHAS DO RELATORIO                                         *00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
       01 WRK-CABEC1.                                                   00038900
          05 FILLER                      PIC X(040) VALUE               00039000
             'FR05EX50 - REVISAO DE LIMITE DE CHEQUE E'.                00039100
          05 FILLER                      PIC X(020) VALUE               00039200
             'SPECIAL - DATA BASE '.                                    00039300
          05 WRK-CB-DATA                 PIC X(008).                    00039400
          05 FILLER                      PIC X(012) VALUE SPACES.       00039500
                                                                        00039600
       01 WRK-CABEC2.                                                   00039700
          05 FILLER                      PIC X(040) VALUE               00039800
             'AG   CONTA  DOCUMENTO       LIM ATUAL   '.                00039900
          05 FILLER                      PIC X(040) VALUE               00040000
             ' LIM NOVO REG ATRASO    SALDO MEDIO     '.                00040100
                                                                        00040200
       01 WRK-LINLIM.                                                   00040300
          05 WRK-LL-AGENCIA              PIC 9(004).                    00040400
          05 FILLER                      PIC X(001) VALUE SPACES.       00040500
          05 WRK-LL-CONTA                PIC 9(006).                    00040600
          05 FILLER                      PIC X(001) VALUE SPACES.       00040700
          05 WRK-LL-DOCUMENTO            PIC X(014).                    00040800
          05 FILLER                      PIC X(001) VALUE SPACES.       00040900
          05 WRK-LL-LIM-ATUAL            PIC ZZZ.ZZ9,99.                00041000
          05 FILLER                      PIC X(002) VALUE SPACES.       00041100
          05 WRK-LL-LIM-NOVO             PIC ZZZ.ZZ9,99.                00041200
          05 FILLER                      PIC X(001) VALUE SPACES.       00041300
          05 WRK-LL-REGRA-TIPO           PIC X(001).                    00041400
          05 WRK-LL-REGRA-NUM            PIC 9(002).                    00041500
          05 FILLER                      PIC X(001) VALUE SPACES.       00041600
          05 WRK-LL-ATRASO               PIC ZZ.ZZ9.                    00041700
          05 FILLER                      PIC X(001) VALUE SPACES.       00041800
          05 WRK-LL-MEDIA                PIC -ZZ.ZZZ.ZZ9,99.            00041900
          05 FILLER                      PIC X(005) VALUE SPACES.       00042000
                                                                        00042100
       01 WRK-LINTOT.                                                   00042200
          05 WRK-LT-TEXTO                PIC X(030).                    00042300
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00042400
          05 FILLER                      PIC X(003) VALUE SPACES.       00042500
          05 WRK-LT-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.          00042600
          05 FILLER                      PIC X(024) VALUE SPACES.       00042700
                                                                        00042800
      *----------------------------------------------------------------*00042900
       01 FILLER                         PIC X(050)       VALUE         00043000
                    '*** AREA DA BOOK GRAVALOG ***'.                    00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
                           COPY 'B#GRALOG'.                             00043400
                                                                        00043500
      ******************************************************************00043600
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00043700
      ******************************************************************00043800
                                                                        00043900
       COPY 'B#RUNCTL'.                                                 00044000
                                                                        00044100
       COPY 'B#DATPRC'.                                                 00044200
                                                                        00044300
      *================================================================*00044400
       PROCEDURE                                 DIVISION.              00044500
      *================================================================*00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       0000-PRINCIPAL                            SECTION.               00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
            PERFORM 1000-INICIAR                                        00045200
                                                                        00045300
            SORT WRK-SORTREV                                            00045400
                 ON ASCENDING KEY SD-REV-GRUPO                          00045500
                                  SD-REV-CHAVE                          00045600
                 INPUT  PROCEDURE 2000-SELECIONAR-CONTAS                00045700
                 OUTPUT PROCEDURE 3000-REVISAR-TITULARES                00045800
                                                                        00045900
            SORT WRK-SORTPRO                                            00046000
                 ON ASCENDING KEY SD-PRO-CHAVE                          00046100
                 INPUT  PROCEDURE 4000-LIBERAR-PROPOSTAS                00046200
                 OUTPUT PROCEDURE 5000-GRAVAR-LOTE                      00046300
                                                                        00046400
            PERFORM 6000-FINALIZAR                                      00046500
                                                                        00046600
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00046700
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00046800
            MOVE ACUM-PROPOSTAS       TO WRK-RUN-GRAVADOS               00046900
            MOVE ZEROS                TO WRK-RUN-RC                     00047000
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00047100
                                                                        00047200
            STOP RUN.                                                   00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       0000-99-FIM.                           EXIT.                     00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
      ******************************************************************00047900
      *                       I N I C I A R                            *00048000
      ******************************************************************00048100
                                                                        00048200
      *----------------------------------------------------------------*00048300
       1000-INICIAR                           SECTION.                  00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00048700
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00048800
           CALL 'LERDATAP'            USING WRK-DATPRC                  00048900
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00049000
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00049100
           MOVE 'FR05EX50'            TO WRK-RUN-PROGRAMA               00049200
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00049300
           MOVE ZEROS                 TO WRK-RUN-RC                     00049400
                                         WRK-RUN-LIDOS                  00049500
                                         WRK-RUN-GRAVADOS               00049600
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00049700
                                                                        00049800
           IF WRK-RUN-DATA-JA-FEITA                                     00049900
              MOVE 'A'                TO WRK-SEVERIDADE                 00050000
              MOVE 'FR05EX50'         TO WRK-PROGRAMA                   00050100
              MOVE '1000  '           TO WRK-SECAO                      00050200
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00050300
                                      TO WRK-MENSAGEM                   00050400
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00050500
              CALL 'GRAVALOG'         USING WRK-LOG                     00050600
              MOVE 08                 TO RETURN-CODE                    00050700
              GOBACK                                                    00050800
           END-IF                                                       00050900
                                                                        00051000
           PERFORM 1050-LER-REGRA                                       00051100
                   UNTIL WRK-FIM-REGRAS-SIM                             00051200
                                                                        00051300
           IF WRK-QTD-REGRAS EQUAL ZEROS                                00051400
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00051500
              MOVE 'NENHUMA REGRA DE LIMITE NO SYSIN'                   00051600
                                                 TO WRK-MENSAGEM        00051700
              MOVE '1000'                        TO WRK-SECAO           00051800
              MOVE SPACES                        TO WRK-STATUS          00051900
              PERFORM 9000-TRATAR-ERRO                                  00052000
           END-IF                                                       00052100
                                                                        00052200
           OPEN INPUT  CLI2505                                          00052300
                OUTPUT PROPLIM                                          00052400
                                                                        00052500
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00052600
           PERFORM 1140-TESTAR-WRK-FS-PROPLIM                           00052700
                                                                        00052800
      *    SEM PERMANENCIA EM DEBITO (ARQUIVO AUSENTE) NAO E ERRO     * 00052900
           OPEN INPUT DEVACUM                                           00053000
           IF WRK-FS-DEVACUM EQUAL '35'                                 00053100
              MOVE 'S'                TO WRK-SEM-DEVACUM                00053200
              MOVE '10'               TO WRK-FS-DEVACUM                 00053300
           ELSE                                                         00053400
              PERFORM 1120-TESTAR-WRK-FS-DEVACUM                        00053500
           END-IF                                                       00053600
                                                                        00053700
      *    SEM SALDO MEDIO: CONTA SEM MEDIA NAO GANHA AUMENTO         * 00053800
           OPEN INPUT MEDSAL                                            00053900
           IF WRK-FS-MEDSAL EQUAL '35'                                  00054000
              MOVE 'S'                TO WRK-SEM-MEDSAL                 00054100
              MOVE '10'               TO WRK-FS-MEDSAL                  00054200
           ELSE                                                         00054300
              PERFORM 1130-TESTAR-WRK-FS-MEDSAL                         00054400
           END-IF.                                                      00054500
                                                                        00054600
      *----------------------------------------------------------------*00054700
       1000-99-FIM.                           EXIT.                     00054800
      *----------------------------------------------------------------*00054900
                                                                        00055000
      *----------------------------------------------------------------*00055100
       1050-LER-REGRA                         SECTION.                  00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
           MOVE SPACES                TO WRK-PARM-REGRA                 00055500
           ACCEPT WRK-PARM-REGRA      FROM SYSIN                        00055600
                                                                        00055700
           IF WRK-PR-FIM                                                00055800
            OR WRK-PARM-REGRA EQUAL SPACES                              00055900
              MOVE 'S'                TO WRK-FIM-REGRAS                 00056000
              GO                      TO 1050-99-FIM                    00056100
           END-IF                                                       00056200
                                                                        00056300
           IF NOT WRK-PR-TIPO-VALIDO                                    00056400
            OR WRK-PR-DIAS   NOT NUMERIC                                00056500
            OR WRK-PR-MEDIA  NOT NUMERIC                                00056600
            OR WRK-PR-PERC   NOT NUMERIC                                00056700
            OR WRK-PR-LIMITE NOT NUMERIC                                00056800
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00056900
              MOVE 'REGRA DE LIMITE INVALIDA NO SYSIN'                  00057000
                                                 TO WRK-MENSAGEM        00057100
              MOVE '1050'                        TO WRK-SECAO           00057200
              MOVE WRK-PARM-REGRA                TO WRK-STATUS          00057300
              PERFORM 9000-TRATAR-ERRO                                  00057400
           END-IF                                                       00057500
                                                                        00057600
           IF WRK-QTD-REGRAS NOT LESS WRK-MAX-REGRAS                    00057700
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00057800
              MOVE 'TABELA DE REGRAS DE LIMITE ESTOURADA'               00057900
                                                 TO WRK-MENSAGEM        00058000
              MOVE '1050'                        TO WRK-SECAO           00058100
              MOVE WRK-MAX-REGRAS                TO WRK-STATUS          00058200
              PERFORM 9000-TRATAR-ERRO                                  00058300
           END-IF                                                       00058400
                                                                        00058500
           ADD 1                      TO WRK-QTD-REGRAS                 00058600
           SET WRK-IDX-REG            TO WRK-QTD-REGRAS                 00058700
           MOVE WRK-PR-TIPO           TO WRK-REG-TIPO   (WRK-IDX-REG)   00058800
           MOVE WRK-PR-DIAS-N         TO WRK-REG-DIAS   (WRK-IDX-REG)   00058900
           MOVE WRK-PR-MEDIA-N        TO WRK-REG-MEDIA  (WRK-IDX-REG)   00059000
           MOVE WRK-PR-PERC-N         TO WRK-REG-PERC   (WRK-IDX-REG)   00059100
           MOVE WRK-PR-LIMITE-N       TO WRK-REG-LIMITE (WRK-IDX-REG).  00059200
                                                                        00059300
      *----------------------------------------------------------------*00059400
       1050-99-FIM.                           EXIT.                     00059500
      *----------------------------------------------------------------*00059600
                                                                        00059700
      *----------------------------------------------------------------*00059800
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00060200
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00060300
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00060400
              MOVE '1110'                        TO WRK-SECAO           00060500
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00060600
              PERFORM 9000-TRATAR-ERRO                                  00060700
           END-IF.                                                      00060800
                                                                        00060900
      *----------------------------------------------------------------*00061000
       1110-99-FIM.                           EXIT.                     00061100
      *----------------------------------------------------------------*00061200
                                                                        00061300
      *----------------------------------------------------------------*00061400
       1120-TESTAR-WRK-FS-DEVACUM             SECTION.                  00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
           IF WRK-FS-DEVACUM NOT EQUAL ZEROS                            00061800
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00061900
              MOVE 'ERRO NO ARQUIVO DEVACUM'     TO WRK-MENSAGEM        00062000
              MOVE '1120'                        TO WRK-SECAO           00062100
              MOVE WRK-FS-DEVACUM                TO WRK-STATUS          00062200
              PERFORM 9000-TRATAR-ERRO                                  00062300
           END-IF.                                                      00062400
                                                                        00062500
      *----------------------------------------------------------------*00062600
       1120-99-FIM.                           EXIT.                     00062700
      *----------------------------------------------------------------*00062800
                                                                        00062900
      *----------------------------------------------------------------*00063000
       1130-TESTAR-WRK-FS-MEDSAL              SECTION.                  00063100
      *----------------------------------------------------------------*00063200
                                                                        00063300
           IF WRK-FS-MEDSAL NOT EQUAL ZEROS                             00063400
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00063500
              MOVE 'ERRO NO ARQUIVO MEDSAL'      TO WRK-MENSAGEM        00063600
              MOVE '1130'                        TO WRK-SECAO           00063700
              MOVE WRK-FS-MEDSAL                 TO WRK-STATUS          00063800
              PERFORM 9000-TRATAR-ERRO                                  00063900
           END-IF.                                                      00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       1130-99-FIM.                           EXIT.                     00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
      *----------------------------------------------------------------*00064600
       1140-TESTAR-WRK-FS-PROPLIM             SECTION.                  00064700
      *----------------------------------------------------------------*00064800
                                                                        00064900
           IF WRK-FS-PROPLIM NOT EQUAL ZEROS                            00065000
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00065100
              MOVE 'ERRO NO ARQUIVO PROPLIM'     TO WRK-MENSAGEM        00065200
              MOVE '1140'                        TO WRK-SECAO           00065300
              MOVE WRK-FS-PROPLIM                TO WRK-STATUS          00065400
              PERFORM 9000-TRATAR-ERRO                                  00065500
           END-IF.                                                      00065600
                                                                        00065700
      *----------------------------------------------------------------*00065800
       1140-99-FIM.                           EXIT.                     00065900
      *----------------------------------------------------------------*00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
       1150-TESTAR-WRK-FS-MANCLI              SECTION.                  00066300
      *----------------------------------------------------------------*00066400
                                                                        00066500
           IF WRK-FS-MANCLI NOT EQUAL ZEROS                             00066600
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00066700
              MOVE 'ERRO NO ARQUIVO MANCLI'      TO WRK-MENSAGEM        00066800
              MOVE '1150'                        TO WRK-SECAO           00066900
              MOVE WRK-FS-MANCLI                 TO WRK-STATUS          00067000
              PERFORM 9000-TRATAR-ERRO                                  00067100
           END-IF.                                                      00067200
                                                                        00067300
      *----------------------------------------------------------------*00067400
       1150-99-FIM.                           EXIT.                     00067500
      *----------------------------------------------------------------*00067600
                                                                        00067700
      *----------------------------------------------------------------*00067800
       1160-TESTAR-WRK-FS-RELLIM              SECTION.                  00067900
      *----------------------------------------------------------------*00068000
                                                                        00068100
           IF WRK-FS-RELLIM NOT EQUAL ZEROS                             00068200
              MOVE 'FR05EX50'                    TO WRK-PROGRAMA        00068300
              MOVE 'ERRO NO ARQUIVO RELLIM'      TO WRK-MENSAGEM        00068400
              MOVE '1160'                        TO WRK-SECAO           00068500
              MOVE WRK-FS-RELLIM                 TO WRK-STATUS          00068600
              PERFORM 9000-TRATAR-ERRO                                  00068700
           END-IF.                                                      00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       1160-99-FIM.                           EXIT.                     00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      ******************************************************************00069400
      *   S E L E C I O N A R   A S   C O N T A S   (INPUT)            *00069500
      ******************************************************************00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       2000-SELECIONAR-CONTAS                SECTION.                   00069900
      *----------------------------------------------------------------*00070000
                                                                        00070100
            PERFORM 2100-LER-CLI2505                                    00070200
            PERFORM 2200-LER-DEVACUM                                    00070300
            PERFORM 2300-LER-MEDSAL                                     00070400
                                                                        00070500
            PERFORM 2400-LIBERAR-CONTA                                  00070600
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00070700
                                                                        00070800
            CLOSE CLI2505                                               00070900
                                                                        00071000
            IF NOT WRK-SEM-DEVACUM-SIM                                  00071100
               CLOSE DEVACUM                                            00071200
            END-IF                                                      00071300
                                                                        00071400
            IF NOT WRK-SEM-MEDSAL-SIM                                   00071500
               CLOSE MEDSAL                                             00071600
            END-IF.                                                     00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       2000-99-FIM.                           EXIT.                     00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       2100-LER-CLI2505                       SECTION.                  00072400
      *----------------------------------------------------------------*00072500
       2100-10-LER.                                                     00072600
                                                                        00072700
            READ CLI2505.                                               00072800
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00072900
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00073000
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00073100
               GO                  TO 2100-10-LER                       00073200
            END-IF                                                      00073300
                                                                        00073400
            IF WRK-FS-CLI2505 EQUAL '10'                                00073500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00073600
               GO                    TO 2100-99-FIM                     00073700
            END-IF                                                      00073800
                                                                        00073900
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00074000
            ADD 1                    TO ACUM-LIDOS-CLI2505              00074100
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00074200
                                                                        00074300
      *----------------------------------------------------------------*00074400
       2100-99-FIM.                           EXIT.                     00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
      *----------------------------------------------------------------*00074800
       2200-LER-DEVACUM                       SECTION.                  00074900
      *----------------------------------------------------------------*00075000
                                                                        00075100
            IF WRK-FS-DEVACUM EQUAL '10'                                00075200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00075300
               GO                    TO 2200-99-FIM                     00075400
            END-IF                                                      00075500
                                                                        00075600
            READ DEVACUM                                                00075700
                                                                        00075800
            IF WRK-FS-DEVACUM EQUAL '10'                                00075900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00076000
               GO                    TO 2200-99-FIM                     00076100
            END-IF                                                      00076200
                                                                        00076300
            PERFORM 1120-TESTAR-WRK-FS-DEVACUM                          00076400
                                                                        00076500
            MOVE FD-DEV-CHAVE        TO WRK-CHAVE-ATUAL-DEV.            00076600
                                                                        00076700
      *----------------------------------------------------------------*00076800
       2200-99-FIM.                           EXIT.                     00076900
      *----------------------------------------------------------------*00077000
                                                                        00077100
      *----------------------------------------------------------------*00077200
       2300-LER-MEDSAL                        SECTION.                  00077300
      *----------------------------------------------------------------*00077400
                                                                        00077500
            IF WRK-FS-MEDSAL EQUAL '10'                                 00077600
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MED             00077700
               GO                    TO 2300-99-FIM                     00077800
            END-IF                                                      00077900
                                                                        00078000
            READ MEDSAL                                                 00078100
                                                                        00078200
            IF WRK-FS-MEDSAL EQUAL '10'                                 00078300
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MED             00078400
               GO                    TO 2300-99-FIM                     00078500
            END-IF                                                      00078600
                                                                        00078700
            PERFORM 1130-TESTAR-WRK-FS-MEDSAL                           00078800
                                                                        00078900
            MOVE FD-MED-CHAVE        TO WRK-CHAVE-ATUAL-MED.            00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       2300-99-FIM.                           EXIT.                     00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
      *----------------------------------------------------------------*00079600
       2400-LIBERAR-CONTA                     SECTION.                  00079700
      *----------------------------------------------------------------*00079800
                                                                        00079900
      *     PERMANENCIA E SALDO MEDIO ANDAM NA ORDEM DE CHAVE DO       *00080000
      *     CADASTRO                                                   *00080100
            PERFORM 2200-LER-DEVACUM                                    00080200
                    UNTIL WRK-CHAVE-ATUAL-DEV NOT LESS                  00080300
                          WRK-CHAVE-ATUAL-CLI                           00080400
                                                                        00080500
            PERFORM 2300-LER-MEDSAL                                     00080600
                    UNTIL WRK-CHAVE-ATUAL-MED NOT LESS                  00080700
                          WRK-CHAVE-ATUAL-CLI                           00080800
                                                                        00080900
            IF FD-CLI2505-DOCUMENTO EQUAL SPACES                        00081000
               MOVE FD-CLI2505-CHAVE   TO WRK-GRP-CHAVE                 00081100
               MOVE WRK-GRUPO-CONTA    TO SD-REV-GRUPO                  00081200
            ELSE                                                        00081300
               MOVE FD-CLI2505-DOCUMENTO                                00081400
                                       TO SD-REV-GRUPO                  00081500
            END-IF                                                      00081600
                                                                        00081700
            MOVE FD-CLI2505-CHAVE      TO SD-REV-CHAVE                  00081800
            MOVE FD-CLI2505-DOCUMENTO  TO SD-REV-DOCUMENTO              00081900
            MOVE FD-CLI2505-NOME       TO SD-REV-NOME                   00082000
            MOVE FD-CLI2505-TIPO-CONTA TO SD-REV-TIPO-CONTA             00082100
            MOVE FD-CLI2505-SALDO      TO SD-REV-SALDO                  00082200
            MOVE FD-CLI2505-LIM-CHESP  TO SD-REV-LIMITE                 00082300
                                                                        00082400
            IF WRK-CHAVE-ATUAL-DEV EQUAL WRK-CHAVE-ATUAL-CLI            00082500
               MOVE FD-DEV-DIAS        TO SD-REV-DIAS                   00082600
            ELSE                                                        00082700
               MOVE ZEROS              TO SD-REV-DIAS                   00082800
            END-IF                                                      00082900
                                                                        00083000
            IF WRK-CHAVE-ATUAL-MED EQUAL WRK-CHAVE-ATUAL-CLI            00083100
               MOVE FD-MED-SALDO-MEDIO TO SD-REV-MEDIA                  00083200
            ELSE                                                        00083300
               MOVE ZEROS              TO SD-REV-MEDIA                  00083400
            END-IF                                                      00083500
                                                                        00083600
            RELEASE SD-SORTREV                                          00083700
                                                                        00083800
            PERFORM 2100-LER-CLI2505.                                   00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       2400-99-FIM.                           EXIT.                     00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
      ******************************************************************00084500
      *   R E V I S A R   P O R   T I T U L A R   (OUTPUT)             *00084600
      ******************************************************************00084700
                                                                        00084800
      *----------------------------------------------------------------*00084900
       3000-REVISAR-TITULARES                SECTION.                   00085000
      *----------------------------------------------------------------*00085100
                                                                        00085200
            PERFORM 3100-RETORNAR                                       00085300
                                                                        00085400
            PERFORM 3200-CARREGAR-TITULAR                               00085500
                    UNTIL WRK-FIM-SORT-SIM                              00085600
                                                                        00085700
            CLOSE PROPLIM.                                              00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       3000-99-FIM.                           EXIT.                     00086100
      *----------------------------------------------------------------*00086200
                                                                        00086300
      *----------------------------------------------------------------*00086400
       3100-RETORNAR                         SECTION.                   00086500
      *----------------------------------------------------------------*00086600
                                                                        00086700
            RETURN WRK-SORTREV                                          00086800
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00086900
                                                                        00087000
      *----------------------------------------------------------------*00087100
       3100-99-FIM.                           EXIT.                     00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       3200-CARREGAR-TITULAR                 SECTION.                   00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
      *     POSICAO DO TITULAR PRIMEIRO; A REVISAO DE CADA CONTA       *00087900
      *     DEPENDE DELA                                               *00088000
            MOVE SD-REV-GRUPO          TO WRK-GRUPO-QUEBRA              00088100
            MOVE ZEROS                 TO WRK-QTD-CONTAS                00088200
                                          WRK-PES-SALDO                 00088300
                                          WRK-PES-PIOR-ATRASO           00088400
            ADD 1                      TO ACUM-TITULARES                00088500
                                                                        00088600
            PERFORM 3300-GUARDAR-CONTA                                  00088700
                    UNTIL WRK-FIM-SORT-SIM                              00088800
                       OR SD-REV-GRUPO NOT EQUAL WRK-GRUPO-QUEBRA       00088900
                                                                        00089000
            PERFORM 3400-REVISAR-CONTA                                  00089100
                    VARYING WRK-IDX-CTA FROM 1 BY 1                     00089200
                    UNTIL WRK-IDX-CTA GREATER WRK-QTD-CONTAS.           00089300
                                                                        00089400
      *----------------------------------------------------------------*00089500
       3200-99-FIM.                           EXIT.                     00089600
      *----------------------------------------------------------------*00089700
                                                                        00089800
      *----------------------------------------------------------------*00089900
       3300-GUARDAR-CONTA                    SECTION.                   00090000
      *----------------------------------------------------------------*00090100
                                                                        00090200
            ADD SD-REV-SALDO           TO WRK-PES-SALDO                 00090300
                                                                        00090400
            IF SD-REV-DIAS GREATER WRK-PES-PIOR-ATRASO                  00090500
               MOVE SD-REV-DIAS        TO WRK-PES-PIOR-ATRASO           00090600
            END-IF                                                      00090700
                                                                        00090800
      *     CONTA ALEM DA TABELA ENTRA NA POSICAO MAS NAO E REVISADA   *00090900
            IF WRK-QTD-CONTAS NOT LESS WRK-MAX-CONTAS                   00091000
               ADD 1                   TO ACUM-NAO-REVISADAS            00091100
               MOVE 'A'                TO WRK-SEVERIDADE                00091200
               MOVE 'FR05EX50'         TO WRK-PROGRAMA                  00091300
               MOVE '3300  '           TO WRK-SECAO                     00091400
               MOVE 'CONTA NAO REVISADA - TITULAR COM MUITAS'           00091500
                                       TO WRK-MENSAGEM                  00091600
               MOVE SD-REV-CHAVE       TO WRK-STATUS                    00091700
               CALL 'GRAVALOG'         USING WRK-LOG                    00091800
            ELSE                                                        00091900
               ADD 1                   TO WRK-QTD-CONTAS                00092000
               SET WRK-IDX-CTA         TO WRK-QTD-CONTAS                00092100
               MOVE SD-REV-CHAVE       TO WRK-CTA-CHAVE (WRK-IDX-CTA)   00092200
               MOVE SD-REV-DOCUMENTO   TO WRK-CTA-DOCUMENTO             00092300
                                                        (WRK-IDX-CTA)   00092400
               MOVE SD-REV-NOME        TO WRK-CTA-NOME (WRK-IDX-CTA)    00092500
               MOVE SD-REV-TIPO-CONTA  TO WRK-CTA-TIPO-CONTA            00092600
                                                        (WRK-IDX-CTA)   00092700
               MOVE SD-REV-LIMITE      TO WRK-CTA-LIMITE (WRK-IDX-CTA)  00092800
               MOVE SD-REV-DIAS        TO WRK-CTA-DIAS (WRK-IDX-CTA)    00092900
               MOVE SD-REV-MEDIA       TO WRK-CTA-MEDIA (WRK-IDX-CTA)   00093000
            END-IF                                                      00093100
                                                                        00093200
            PERFORM 3100-RETORNAR.                                      00093300
                                                                        00093400
      *----------------------------------------------------------------*00093500
       3300-99-FIM.                           EXIT.                     00093600
      *----------------------------------------------------------------*00093700
                                                                        00093800
      *----------------------------------------------------------------*00093900
       3400-REVISAR-CONTA                    SECTION.                   00094000
      *----------------------------------------------------------------*00094100
                                                                        00094200
      *     POUPANCA NAO TEM CHEQUE ESPECIAL                           *00094300
            IF WRK-CTA-POUPANCA (WRK-IDX-CTA)                           00094400
               ADD 1                   TO ACUM-POUPANCA                 00094500
               GO                      TO 3400-99-FIM                   00094600
            END-IF                                                      00094700
                                                                        00094800
            MOVE 'N'                   TO WRK-ACHOU-REGRA               00094900
                                                                        00095000
            PERFORM 3410-TESTAR-CORTE                                   00095100
                    VARYING WRK-IDX-REG FROM 1 BY 1                     00095200
                    UNTIL WRK-IDX-REG GREATER WRK-QTD-REGRAS            00095300
                       OR WRK-ACHOU-REGRA-SIM                           00095400
                                                                        00095500
            IF NOT WRK-ACHOU-REGRA-SIM                                  00095600
               PERFORM 3420-TESTAR-AUMENTO                              00095700
                       VARYING WRK-IDX-REG FROM 1 BY 1                  00095800
                       UNTIL WRK-IDX-REG GREATER WRK-QTD-REGRAS         00095900
                          OR WRK-ACHOU-REGRA-SIM                        00096000
            END-IF                                                      00096100
                                                                        00096200
            IF WRK-ACHOU-REGRA-SIM                                      00096300
             AND WRK-LIM-NOVO NOT EQUAL WRK-CTA-LIMITE (WRK-IDX-CTA)    00096400
               PERFORM 3500-GRAVAR-PROPOSTA                             00096500
            END-IF.                                                     00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       3400-99-FIM.                           EXIT.                     00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
      *----------------------------------------------------------------*00097200
       3410-TESTAR-CORTE                     SECTION.                   00097300
      *----------------------------------------------------------------*00097400
                                                                        00097500
            IF NOT WRK-REG-CORTE (WRK-IDX-REG)                          00097600
             OR WRK-PES-PIOR-ATRASO LESS WRK-REG-DIAS (WRK-IDX-REG)     00097700
               GO                      TO 3410-99-FIM                   00097800
            END-IF                                                      00097900
                                                                        00098000
            MOVE 'S'                   TO WRK-ACHOU-REGRA               00098100
            SET WRK-REGRA-APLICADA     TO WRK-IDX-REG                   00098200
                                                                        00098300
            IF WRK-REG-PERC (WRK-IDX-REG) GREATER 100                   00098400
               MOVE ZEROS              TO WRK-LIM-CALC                  00098500
            ELSE                                                        00098600
               COMPUTE WRK-LIM-CALC ROUNDED =                           00098700
                       WRK-CTA-LIMITE (WRK-IDX-CTA) *                   00098800
                       (100 - WRK-REG-PERC (WRK-IDX-REG)) / 100         00098900
            END-IF                                                      00099000
                                                                        00099100
      *     O CORTE PARA NO PISO E NUNCA SOBE O LIMITE                 *00099200
            IF WRK-LIM-CALC LESS WRK-REG-LIMITE (WRK-IDX-REG)           00099300
               MOVE WRK-REG-LIMITE (WRK-IDX-REG)                        00099400
                                       TO WRK-LIM-CALC                  00099500
            END-IF                                                      00099600
                                                                        00099700
            IF WRK-LIM-CALC GREATER WRK-CTA-LIMITE (WRK-IDX-CTA)        00099800
               MOVE WRK-CTA-LIMITE (WRK-IDX-CTA)                        00099900
                                       TO WRK-LIM-CALC                  00100000
            END-IF                                                      00100100
                                                                        00100200
            MOVE WRK-LIM-CALC          TO WRK-LIM-NOVO.                 00100300
                                                                        00100400
      *----------------------------------------------------------------*00100500
       3410-99-FIM.                           EXIT.                     00100600
      *----------------------------------------------------------------*00100700
                                                                        00100800
      *----------------------------------------------------------------*00100900
       3420-TESTAR-AUMENTO                   SECTION.                   00101000
      *----------------------------------------------------------------*00101100
                                                                        00101200
            IF NOT WRK-REG-AUMENTO (WRK-IDX-REG)                        00101300
             OR WRK-PES-PIOR-ATRASO GREATER WRK-REG-DIAS (WRK-IDX-REG)  00101400
             OR WRK-PES-SALDO LESS ZEROS                                00101500
             OR WRK-CTA-MEDIA (WRK-IDX-CTA) NOT GREATER ZEROS           00101600
             OR WRK-CTA-MEDIA (WRK-IDX-CTA)                             00101700
                LESS WRK-REG-MEDIA (WRK-IDX-REG)                        00101800
               GO                      TO 3420-99-FIM                   00101900
            END-IF                                                      00102000
                                                                        00102100
            MOVE 'S'                   TO WRK-ACHOU-REGRA               00102200
            SET WRK-REGRA-APLICADA     TO WRK-IDX-REG                   00102300
                                                                        00102400
            IF WRK-CTA-LIMITE (WRK-IDX-CTA) EQUAL ZEROS                 00102500
               COMPUTE WRK-LIM-CALC ROUNDED =                           00102600
                       WRK-CTA-MEDIA (WRK-IDX-CTA) *                    00102700
                       WRK-REG-PERC (WRK-IDX-REG) / 100                 00102800
            ELSE                                                        00102900
               COMPUTE WRK-LIM-CALC ROUNDED =                           00103000
                       WRK-CTA-LIMITE (WRK-IDX-CTA) *                   00103100
                       (100 + WRK-REG-PERC (WRK-IDX-REG)) / 100         00103200
            END-IF                                                      00103300
                                                                        00103400
      *     O AUMENTO PARA NO TETO (ZERO = SEM TETO) E NUNCA CORTA     *00103500
            IF WRK-REG-LIMITE (WRK-IDX-REG) GREATER ZEROS               00103600
             AND WRK-LIM-CALC GREATER WRK-REG-LIMITE (WRK-IDX-REG)      00103700
               MOVE WRK-REG-LIMITE (WRK-IDX-REG)                        00103800
                                       TO WRK-LIM-CALC                  00103900
            END-IF                                                      00104000
                                                                        00104100
            IF WRK-LIM-CALC GREATER 999999,99                           00104200
               MOVE 999999,99          TO WRK-LIM-CALC                  00104300
            END-IF                                                      00104400
                                                                        00104500
            IF WRK-LIM-CALC LESS WRK-CTA-LIMITE (WRK-IDX-CTA)           00104600
               MOVE WRK-CTA-LIMITE (WRK-IDX-CTA)                        00104700
                                       TO WRK-LIM-CALC                  00104800
            END-IF                                                      00104900
                                                                        00105000
            MOVE WRK-LIM-CALC          TO WRK-LIM-NOVO.                 00105100
                                                                        00105200
      *----------------------------------------------------------------*00105300
       3420-99-FIM.                           EXIT.                     00105400
      *----------------------------------------------------------------*00105500
                                                                        00105600
      *----------------------------------------------------------------*00105700
       3500-GRAVAR-PROPOSTA                  SECTION.                   00105800
      *----------------------------------------------------------------*00105900
                                                                        00106000
            MOVE SPACES                TO WRK-PROPOSTA                  00106100
            MOVE WRK-CTA-CHAVE (WRK-IDX-CTA)                            00106200
                                       TO WRK-PRP-CHAVE                 00106300
            MOVE WRK-CTA-DOCUMENTO (WRK-IDX-CTA)                        00106400
                                       TO WRK-PRP-DOCUMENTO             00106500
            MOVE WRK-CTA-NOME (WRK-IDX-CTA)                             00106600
                                       TO WRK-PRP-NOME                  00106700
            MOVE WRK-CTA-LIMITE (WRK-IDX-CTA)                           00106800
                                       TO WRK-PRP-LIM-ATUAL             00106900
            MOVE WRK-LIM-NOVO          TO WRK-PRP-LIM-NOVO              00107000
            MOVE WRK-CTA-MEDIA (WRK-IDX-CTA)                            00107100
                                       TO WRK-PRP-MEDIA                 00107200
            MOVE WRK-PES-PIOR-ATRASO   TO WRK-PRP-ATRASO                00107300
            MOVE WRK-REG-TIPO (WRK-REGRA-APLICADA)                      00107400
                                       TO WRK-PRP-REGRA-TIPO            00107500
            MOVE WRK-REGRA-APLICADA    TO WRK-PRP-REGRA-NUM             00107600
                                                                        00107700
            WRITE FD-PROPLIM           FROM WRK-PROPOSTA                00107800
            PERFORM 1140-TESTAR-WRK-FS-PROPLIM.                         00107900
                                                                        00108000
      *----------------------------------------------------------------*00108100
       3500-99-FIM.                           EXIT.                     00108200
      *----------------------------------------------------------------*00108300
                                                                        00108400
      ******************************************************************00108500
      *   P R O P O S T A S   E M   O R D E M   D E   C H A V E        *00108600
      ******************************************************************00108700
                                                                        00108800
      *----------------------------------------------------------------*00108900
       4000-LIBERAR-PROPOSTAS                SECTION.                   00109000
      *----------------------------------------------------------------*00109100
                                                                        00109200
            OPEN INPUT PROPLIM                                          00109300
            PERFORM 1140-TESTAR-WRK-FS-PROPLIM                          00109400
                                                                        00109500
            PERFORM 4100-LER-PROPLIM                                    00109600
                                                                        00109700
            PERFORM 4200-LIBERAR-PROPOSTA                               00109800
                    UNTIL WRK-FIM-PROPLIM-SIM                           00109900
                                                                        00110000
            CLOSE PROPLIM.                                              00110100
                                                                        00110200
      *----------------------------------------------------------------*00110300
       4000-99-FIM.                           EXIT.                     00110400
      *----------------------------------------------------------------*00110500
                                                                        00110600
      *----------------------------------------------------------------*00110700
       4100-LER-PROPLIM                      SECTION.                   00110800
      *----------------------------------------------------------------*00110900
                                                                        00111000
            READ PROPLIM                                                00111100
                                                                        00111200
            IF WRK-FS-PROPLIM EQUAL '10'                                00111300
               MOVE 'S'                TO WRK-FIM-PROPLIM               00111400
               GO                      TO 4100-99-FIM                   00111500
            END-IF                                                      00111600
                                                                        00111700
            PERFORM 1140-TESTAR-WRK-FS-PROPLIM.                         00111800
                                                                        00111900
      *----------------------------------------------------------------*00112000
       4100-99-FIM.                           EXIT.                     00112100
      *----------------------------------------------------------------*00112200
                                                                        00112300
      *----------------------------------------------------------------*00112400
       4200-LIBERAR-PROPOSTA                 SECTION.                   00112500
      *----------------------------------------------------------------*00112600
                                                                        00112700
            MOVE FD-PROPLIM            TO SD-SORTPRO                    00112800
            RELEASE SD-SORTPRO                                          00112900
                                                                        00113000
            PERFORM 4100-LER-PROPLIM.                                   00113100
                                                                        00113200
      *----------------------------------------------------------------*00113300
       4200-99-FIM.                           EXIT.                     00113400
      *----------------------------------------------------------------*00113500
                                                                        00113600
      ******************************************************************00113700
      *   G R A V A R   L O T E   E   R E L A T O R I O   (OUTPUT)     *00113800
      ******************************************************************00113900
                                                                        00114000
      *----------------------------------------------------------------*00114100
       5000-GRAVAR-LOTE                      SECTION.                   00114200
      *----------------------------------------------------------------*00114300
                                                                        00114400
            OPEN OUTPUT MANCLI                                          00114500
                        RELLIM                                          00114600
                                                                        00114700
            PERFORM 1150-TESTAR-WRK-FS-MANCLI                           00114800
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00114900
                                                                        00115000
            MOVE SPACES                TO FD-MAN-HEADER                 00115100
            MOVE '0'                   TO FD-MAN-H-TIPO                 00115200
            MOVE 'FR05EX50'            TO FD-MAN-H-ORIGEM               00115300
            MOVE WRK-DATA-EXEC         TO FD-MAN-H-DATA                 00115400
            WRITE FD-MAN-HEADER                                         00115500
            PERFORM 1150-TESTAR-WRK-FS-MANCLI                           00115600
                                                                        00115700
            MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                   00115800
            WRITE FD-RELLIM            FROM WRK-CABEC1                  00115900
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00116000
            WRITE FD-RELLIM            FROM WRK-CABEC2                  00116100
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00116200
                                                                        00116300
            MOVE 'N'                   TO WRK-FIM-SORT                  00116400
            PERFORM 5100-RETORNAR                                       00116500
                                                                        00116600
            PERFORM 5200-GRAVAR-PROPOSTA                                00116700
                    UNTIL WRK-FIM-SORT-SIM                              00116800
                                                                        00116900
            MOVE SPACES                TO FD-MAN-TRAILER                00117000
            MOVE '9'                   TO FD-MAN-T-TIPO                 00117100
            MOVE ACUM-PROPOSTAS        TO FD-MAN-T-QTD-REG              00117200
            MOVE ACUM-LIM-NOVO         TO FD-MAN-T-HASH-LIM             00117300
            WRITE FD-MAN-TRAILER                                        00117400
            PERFORM 1150-TESTAR-WRK-FS-MANCLI                           00117500
                                                                        00117600
            PERFORM 5300-GRAVAR-TOTAIS                                  00117700
                                                                        00117800
            CLOSE MANCLI                                                00117900
                  RELLIM.                                               00118000
                                                                        00118100
      *----------------------------------------------------------------*00118200
       5000-99-FIM.                           EXIT.                     00118300
      *----------------------------------------------------------------*00118400
                                                                        00118500
      *----------------------------------------------------------------*00118600
       5100-RETORNAR                         SECTION.                   00118700
      *----------------------------------------------------------------*00118800
                                                                        00118900
            RETURN WRK-SORTPRO         INTO WRK-PROPOSTA                00119000
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00119100
                                                                        00119200
      *----------------------------------------------------------------*00119300
       5100-99-FIM.                           EXIT.                     00119400
      *----------------------------------------------------------------*00119500
                                                                        00119600
      *----------------------------------------------------------------*00119700
       5200-GRAVAR-PROPOSTA                  SECTION.                   00119800
      *----------------------------------------------------------------*00119900
                                                                        00120000
      *     ALTERACAO SO DO LIMITE: OS DEMAIS CAMPOS EM BRANCO NAO     *00120100
      *     MEXEM NO CADASTRO                                          *00120200
            MOVE SPACES                TO FD-MANCLI                     00120300
            MOVE '1'                   TO FD-MAN-TIPO-REG               00120400
            MOVE 'A'                   TO FD-MAN-OPERACAO               00120500
            MOVE WRK-PRP-CHAVE         TO FD-MAN-CHAVE                  00120600
            MOVE WRK-PRP-LIM-NOVO      TO FD-MAN-LIM-CHESP              00120700
            WRITE FD-MANCLI                                             00120800
            PERFORM 1150-TESTAR-WRK-FS-MANCLI                           00120900
                                                                        00121000
            ADD 1                      TO ACUM-PROPOSTAS                00121100
            ADD WRK-PRP-LIM-ATUAL      TO ACUM-LIM-ATUAL                00121200
            ADD WRK-PRP-LIM-NOVO       TO ACUM-LIM-NOVO                 00121300
                                                                        00121400
            IF WRK-PRP-REGRA-TIPO EQUAL 'C'                             00121500
               ADD 1                   TO ACUM-CORTES                   00121600
            ELSE                                                        00121700
               ADD 1                   TO ACUM-AUMENTOS                 00121800
            END-IF                                                      00121900
                                                                        00122000
            MOVE WRK-PRP-AGENCIA       TO WRK-LL-AGENCIA                00122100
            MOVE WRK-PRP-CONTA         TO WRK-LL-CONTA                  00122200
            MOVE WRK-PRP-DOCUMENTO     TO WRK-LL-DOCUMENTO              00122300
            MOVE WRK-PRP-LIM-ATUAL     TO WRK-LL-LIM-ATUAL              00122400
            MOVE WRK-PRP-LIM-NOVO      TO WRK-LL-LIM-NOVO               00122500
            MOVE WRK-PRP-REGRA-TIPO    TO WRK-LL-REGRA-TIPO             00122600
            MOVE WRK-PRP-REGRA-NUM     TO WRK-LL-REGRA-NUM              00122700
            MOVE WRK-PRP-ATRASO        TO WRK-LL-ATRASO                 00122800
            MOVE WRK-PRP-MEDIA         TO WRK-LL-MEDIA                  00122900
            WRITE FD-RELLIM            FROM WRK-LINLIM                  00123000
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00123100
                                                                        00123200
            PERFORM 5100-RETORNAR.                                      00123300
                                                                        00123400
      *----------------------------------------------------------------*00123500
       5200-99-FIM.                           EXIT.                     00123600
      *----------------------------------------------------------------*00123700
                                                                        00123800
      *----------------------------------------------------------------*00123900
       5300-GRAVAR-TOTAIS                    SECTION.                   00124000
      *----------------------------------------------------------------*00124100
                                                                        00124200
            MOVE SPACES                TO FD-RELLIM                     00124300
            WRITE FD-RELLIM                                             00124400
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00124500
                                                                        00124600
            MOVE 'PROPOSTAS DE AUMENTO'                                 00124700
                                       TO WRK-LT-TEXTO                  00124800
            MOVE ACUM-AUMENTOS         TO WRK-LT-QTD                    00124900
            MOVE ZEROS                 TO WRK-LT-VALOR                  00125000
            WRITE FD-RELLIM            FROM WRK-LINTOT                  00125100
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00125200
                                                                        00125300
            MOVE 'PROPOSTAS DE CORTE'  TO WRK-LT-TEXTO                  00125400
            MOVE ACUM-CORTES           TO WRK-LT-QTD                    00125500
            WRITE FD-RELLIM            FROM WRK-LINTOT                  00125600
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00125700
                                                                        00125800
            MOVE 'LIMITE ATUAL DAS CONTAS'                              00125900
                                       TO WRK-LT-TEXTO                  00126000
            MOVE ACUM-PROPOSTAS        TO WRK-LT-QTD                    00126100
            MOVE ACUM-LIM-ATUAL        TO WRK-LT-VALOR                  00126200
            WRITE FD-RELLIM            FROM WRK-LINTOT                  00126300
            PERFORM 1160-TESTAR-WRK-FS-RELLIM                           00126400
                                                                        00126500
            MOVE 'LIMITE PROPOSTO (HASH LOTE)'                          00126600
                                       TO WRK-LT-TEXTO                  00126700
            MOVE ACUM-LIM-NOVO         TO WRK-LT-VALOR                  00126800
            WRITE FD-RELLIM            FROM WRK-LINTOT                  00126900
            PERFORM 1160-TESTAR-WRK-FS-RELLIM.                          00127000
                                                                        00127100
      *----------------------------------------------------------------*00127200
       5300-99-FIM.                           EXIT.                     00127300
      *----------------------------------------------------------------*00127400
                                                                        00127500
      ******************************************************************00127600
      *                     F I N A L I Z A R                          *00127700
      ******************************************************************00127800
                                                                        00127900
      *----------------------------------------------------------------*00128000
       6000-FINALIZAR                        SECTION.                   00128100
      *----------------------------------------------------------------*00128200
                                                                        00128300
            DISPLAY '*************************************************' 00128400
            DISPLAY '     REVISAO DE LIMITE DE CHEQUE ESPECIAL        ' 00128500
            DISPLAY '                                                 ' 00128600
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00128700
            DISPLAY '  TITULARES           :  ' ACUM-TITULARES          00128800
            DISPLAY '  POUPANCAS SALTADAS  :  ' ACUM-POUPANCA           00128900
            DISPLAY '  NAO REVISADAS       :  ' ACUM-NAO-REVISADAS      00129000
            DISPLAY '  PROPOSTAS AUMENTO   :  ' ACUM-AUMENTOS           00129100
            DISPLAY '  PROPOSTAS CORTE     :  ' ACUM-CORTES             00129200
            DISPLAY '  GRAVADAS NO LOTE    :  ' ACUM-PROPOSTAS          00129300
            DISPLAY '                                                 ' 00129400
            DISPLAY '*************************************************'.00129500
                                                                        00129600
      *----------------------------------------------------------------*00129700
       6000-99-FIM.                           EXIT.                     00129800
      *----------------------------------------------------------------*00129900
                                                                        00130000
      ******************************************************************00130100
      *                   T R A T A R  E R R O                         *00130200
      ******************************************************************00130300
                                                                        00130400
       9000-TRATAR-ERRO                     SECTION.                    00130500
      *----------------------------------------------------------------*00130600
                  MOVE 'F'                TO WRK-SEVERIDADE             00130700
                  CALL 'GRAVALOG'         USING WRK-LOG                 00130800
                  MOVE 16                 TO RETURN-CODE                00130900
                  GOBACK.                                               00131000
      *----------------------------------------------------------------*00131100
       9000-99-FIM.                           EXIT.                     00131200
      *----------------------------------------------------------------*00131300
