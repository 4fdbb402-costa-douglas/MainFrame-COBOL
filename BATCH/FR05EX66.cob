      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX66.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX66                                       *00002000
      *    TIPO.......: DEVOLUCAO DE PECAS A FORNECEDOR                *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : DEVOLVER AO FORNECEDOR PECAS RECEBIDAS: O DECK   *00002800
      *               DEVFORN (PECA, DEPOSITO, FORNECEDOR, QUANTIDADE, *00002900
      *               MOTIVO, DATA DO RECEBIMENTO ORIGINAL E SE O      *00003000
      *               FORNECEDOR REPOE AS PECAS - CLASSIFICADO POR     *00003100
      *               PECA+DEPOSITO) E APLICADO SOBRE O ARQPECAS: A    *00003200
      *               QUANTIDADE E BAIXADA DO DEPOSITO, COM MOVIMENTO  *00003300
      *               'D' (QUANTIDADE NEGATIVA) LANCADO NO KARDEX VIA  *00003400
      *               GRAVAKDX, E UMA NOTA DE CREDITO (TIPO 'C') E     *00003500
      *               GRAVADA NO CTAPAG PELO PRECO DO TITULO DO        *00003600
      *               RECEBIMENTO, PARA O FR05EX38 COMPENSAR NOS       *00003700
      *               TITULOS EM ABERTO DO FORNECEDOR. COM REPOSICAO,  *00003800
      *               A QUANTIDADE VOLTA AO PEDIDO EM ABERTO DO        *00003900
      *               PEDABERT (OU ABRE UM PEDIDO NOVO), SALVO         *00004000
      *               FORNECEDOR BLOQUEADO OU DESATIVADO NO CADFORN.   *00004100
      *               DEVOLUCAO INVALIDA (FORNECEDOR SEM CADASTRO,     *00004200
      *               RECEBIMENTO NAO ENCONTRADO, QUANTIDADE ACIMA DO  *00004300
      *               RECEBIDO MENOS O JA DEVOLVIDO, PECA OU DEPOSITO  *00004400
      *               INEXISTENTE, SALDO INSUFICIENTE) SAI NO DEVREJ   *00004500
      *               COM O MOTIVO. O RELDEV LISTA AS DEVOLUCOES POR   *00004600
      *               FORNECEDOR, COM TOTAIS POR FORNECEDOR E GERAL.   *00004700
      *----------------------------------------------------------------*00004800
      *    ARQUIVOS :                                                  *00004900
      *    DDNAME          I/O                                         *00005000
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00005100
      *    JCLDEVFO         I    DEVOLUCOES (POR PECA+DEPOSITO)        *00005200
      *    JCLFORN          I    CADASTRO DE FORNECEDORES (CADFORN)    *00005300
      *    JCLPEDAB         I    PEDIDOS DE COMPRA EM ABERTO           *00005400
      *    JCLCTAPG        I/O   CONTAS A PAGAR (DISP=MOD)             *00005500
      *    JCLPECSN         O    ESTOQUE REGRAVADO                     *00005600
      *    JCLPEDN          O    PEDIDOS EM ABERTO REGRAVADOS          *00005700
      *    JCLDEVRJ         O    DEVOLUCOES RECUSADAS                  *00005800
      *    JCLRELDV         O    RELATORIO DE DEVOLUCOES               *00005900
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006000
      *----------------------------------------------------------------*00006100
      *    BOOKS    :    B#ARQE, B#FORN, B#PEDAB, B#CTAPAG, B#KARDEX,  *00006200
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006300
      *----------------------------------------------------------------*00006400
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006500
      *                  GRAVAKDX - LIVRO DE MOVIMENTACAO (KARDEX)     *00006600
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006700
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006800
      *----------------------------------------------------------------*00006900
      *    PARAMETROS (VIA SYSIN):                                     *00007000
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007100
      *----------------------------------------------------------------*00007200
      *    HISTORICO DE ALTERACOES:                                    *00007300
      *      DATA        RESP.    DESCRICAO                            *00007400
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007500
      ******************************************************************00007600
      *================================================================*00007700
                                                                        00007800
      *================================================================*00007900
       ENVIRONMENT                                DIVISION.             00008000
      *================================================================*00008100
                                                                        00008200
      *----------------------------------------------------------------*00008300
       CONFIGURATION                              SECTION.              00008400
      *----------------------------------------------------------------*00008500
                                                                        00008600
       SPECIAL-NAMES.                                                   00008700
           DECIMAL-POINT IS COMMA.                                      00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       INPUT-OUTPUT                               SECTION.              00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
       FILE-CONTROL.                                                    00009400
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00009500
                    FILE STATUS     IS WRK-FS-PECAS.                    00009600
                                                                        00009700
             SELECT DEVFORN   ASSIGN     TO JCLDEVFO                    00009800
                    FILE STATUS     IS WRK-FS-DEVFORN.                  00009900
                                                                        00010000
             SELECT CADFORN   ASSIGN     TO JCLFORN                     00010100
                    FILE STATUS     IS WRK-FS-CADFORN.                  00010200
                                                                        00010300
             SELECT PEDABERT  ASSIGN     TO JCLPEDAB                    00010400
                    FILE STATUS     IS WRK-FS-PEDABERT.                 00010500
                                                                        00010600
             SELECT CTAPAG    ASSIGN     TO JCLCTAPG                    00010700
                    FILE STATUS     IS WRK-FS-CTAPAG.                   00010800
                                                                        00010900
             SELECT PECASNOV  ASSIGN     TO JCLPECSN                    00011000
                    FILE STATUS     IS WRK-FS-PECASNOV.                 00011100
                                                                        00011200
             SELECT PEDABNOV  ASSIGN     TO JCLPEDN                     00011300
                    FILE STATUS     IS WRK-FS-PEDABNOV.                 00011400
                                                                        00011500
             SELECT DEVREJ    ASSIGN     TO JCLDEVRJ                    00011600
                    FILE STATUS     IS WRK-FS-DEVREJ.                   00011700
                                                                        00011800
             SELECT RELDEV    ASSIGN     TO JCLRELDV                    00011900
                    FILE STATUS     IS WRK-FS-RELDEV.                   00012000
                                                                        00012100
             SELECT WRK-SORTDEV ASSIGN   TO JCLSORT.                    00012200
                                                                        00012300
      *================================================================*00012400
       DATA                                      DIVISION.              00012500
      *================================================================*00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
       FILE                                      SECTION.               00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
       FD ARQPECAS                                                      00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-PECAS          PIC X(050).                                 00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  INPUT - DEVOLUCOES A FORNECEDOR (DEVFORN) - LRECL = 050.      *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD DEVFORN                                                       00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-DEVFORN.                                                   00014800
          05 FD-DEV-COD-PECA          PIC X(06).                        00014900
          05 FD-DEV-DEPOSITO          PIC X(02).                        00015000
          05 FD-DEV-COD-FORN          PIC X(05).                        00015100
          05 FD-DEV-QUANT             PIC 9(05).                        00015200
          05 FD-DEV-DATA-RECEB        PIC X(08).                        00015300
          05 FD-DEV-MOTIVO            PIC X(20).                        00015400
          05 FD-DEV-REPOR             PIC X(01).                        00015500
              88 FD-DEV-REPOR-SIM         VALUE 'S'.                    00015600
          05 FILLER                   PIC X(03).                        00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *  INPUT - CADASTRO DE FORNECEDORES (CADFORN) - LRECL = 060.     *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       FD CADFORN                                                       00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
       01 FD-CADF           PIC X(060).                                 00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
      *  I/O - PEDIDOS DE COMPRA EM ABERTO - LRECL = 040.              *00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       FD PEDABERT                                                      00017200
           RECORDING MODE IS F                                          00017300
           BLOCK CONTAINS 0 RECORDS.                                    00017400
       01 FD-PEDABERT       PIC X(040).                                 00017500
                                                                        00017600
       FD PEDABNOV                                                      00017700
           RECORDING MODE IS F                                          00017800
           BLOCK CONTAINS 0 RECORDS.                                    00017900
       01 FD-PEDABNOV       PIC X(040).                                 00018000
                                                                        00018100
      *----------------------------------------------------------------*00018200
      *  I/O - CONTAS A PAGAR (CTAPAG, DISP=MOD) - LRECL = 060.        *00018300
      *----------------------------------------------------------------*00018400
                                                                        00018500
       FD CTAPAG                                                        00018600
           RECORDING MODE IS F                                          00018700
           BLOCK CONTAINS 0 RECORDS.                                    00018800
                                                                        00018900
           COPY 'B#CTAPAG'.                                             00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
      *  OUTPUT - ESTOQUE REGRAVADO (PECASNOV) - LRECL = 050.          *00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
       FD PECASNOV                                                      00019600
           RECORDING MODE IS F                                          00019700
           BLOCK CONTAINS 0 RECORDS.                                    00019800
       01 FD-PECASNOV       PIC X(050).                                 00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
      *  OUTPUT - DEVOLUCOES RECUSADAS (DEVREJ) - LRECL = 080.         *00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
       FD DEVREJ                                                        00020500
           RECORDING MODE IS F                                          00020600
           BLOCK CONTAINS 0 RECORDS.                                    00020700
       01 FD-DEVREJ.                                                    00020800
          05 FD-DRJ-DEVOLUCAO         PIC X(050).                       00020900
          05 FD-DRJ-MOTIVO            PIC X(030).                       00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
      *  OUTPUT - RELATORIO DE DEVOLUCOES (RELDEV) - LRECL = 080.      *00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
       FD RELDEV                                                        00021600
           RECORDING MODE IS F                                          00021700
           BLOCK CONTAINS 0 RECORDS.                                    00021800
       01 FD-RELDEV         PIC X(080).                                 00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
      *    WORK - DEVOLUCOES APLICADAS EM ORDEM DE FORNECEDOR          *00022200
      *----------------------------------------------------------------*00022300
                                                                        00022400
       SD WRK-SORTDEV.                                                  00022500
       01 SD-SORTDEV.                                                   00022600
          05 SD-DEV-COD-FORN          PIC X(05).                        00022700
          05 SD-DEV-COD-PECA          PIC X(06).                        00022800
          05 SD-DEV-DEPOSITO          PIC X(02).                        00022900
          05 SD-DEV-DATA-RECEB        PIC X(08).                        00023000
          05 SD-DEV-QUANT             PIC 9(05).                        00023100
          05 SD-DEV-VALOR             PIC 9(09)V99.                     00023200
          05 SD-DEV-MOTIVO            PIC X(20).                        00023300
          05 SD-DEV-REPOSICAO         PIC X(09).                        00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
       WORKING-STORAGE                            SECTION.              00023700
      *----------------------------------------------------------------*00023800
      *----------------------------------------------------------------*00023900
       01 FILLER                         PIC X(050)       VALUE         00024000
                   '*** INICIO DA WORKING FR05EX66 ***'.                00024100
      *----------------------------------------------------------------*00024200
                                                                        00024300
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00024400
       77 WRK-FS-DEVFORN                 PIC X(002) VALUE SPACES.       00024500
       77 WRK-FS-CADFORN                 PIC X(002) VALUE SPACES.       00024600
       77 WRK-FS-PEDABERT                PIC X(002) VALUE SPACES.       00024700
       77 WRK-FS-CTAPAG                  PIC X(002) VALUE SPACES.       00024800
       77 WRK-FS-PECASNOV                PIC X(002) VALUE SPACES.       00024900
       77 WRK-FS-PEDABNOV                PIC X(002) VALUE SPACES.       00025000
       77 WRK-FS-DEVREJ                  PIC X(002) VALUE SPACES.       00025100
       77 WRK-FS-RELDEV                  PIC X(002) VALUE SPACES.       00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       01 FILLER                         PIC X(050)       VALUE         00025500
                     '*** AREA DA ACUMULADORES ***'.                    00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
       77 ACUM-LIDOS-PECAS               PIC 9(005) VALUE ZEROS.        00025900
       77 ACUM-LIDAS-DEVOL               PIC 9(005) VALUE ZEROS.        00026000
       77 ACUM-LIDOS-CADFORN             PIC 9(005) VALUE ZEROS.        00026100
       77 ACUM-LIDOS-CTAPAG              PIC 9(007) VALUE ZEROS.        00026200
       77 ACUM-APLICADAS                 PIC 9(005) VALUE ZEROS.        00026300
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00026400
       77 ACUM-GRAV-PECASNOV             PIC 9(005) VALUE ZEROS.        00026500
       77 ACUM-NOTAS-CREDITO             PIC 9(005) VALUE ZEROS.        00026600
       77 ACUM-VALOR-CREDITO             PIC 9(011)V99 VALUE ZEROS.     00026700
       77 ACUM-PED-SOMADOS               PIC 9(005) VALUE ZEROS.        00026800
       77 ACUM-PED-ABERTOS               PIC 9(005) VALUE ZEROS.        00026900
       77 ACUM-REPOS-BLOQ                PIC 9(005) VALUE ZEROS.        00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       01 FILLER                         PIC X(050)       VALUE         00027300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00027700
       77 WRK-GRUPO-PECA                 PIC X(006) VALUE SPACES.       00027800
       77 WRK-IDX-DEPOSITO               PIC 9(001) VALUE ZEROS.        00027900
       77 WRK-IND-DEP                    PIC 9(001) VALUE ZEROS.        00028000
       77 WRK-SALDO-DEVOLVER             PIC S9(007) VALUE ZEROS.       00028100
       77 WRK-VALOR-NOTA                 PIC 9(009)V99 VALUE ZEROS.     00028200
       77 WRK-REPOSICAO                  PIC X(009) VALUE SPACES.       00028300
       77 WRK-CAF-ACHOU                  PIC X(001) VALUE 'N'.          00028400
           88 WRK-CAF-ACHOU-SIM                     VALUE 'S'.          00028500
       77 WRK-TIT-ACHOU                  PIC X(001) VALUE 'N'.          00028600
           88 WRK-TIT-ACHOU-SIM                     VALUE 'S'.          00028700
       77 WRK-PAB-ACHOU                  PIC X(001) VALUE 'N'.          00028800
           88 WRK-PAB-ACHOU-SIM                     VALUE 'S'.          00028900
       77 WRK-TIT-FORN-BUSCA             PIC X(005) VALUE SPACES.       00029000
       77 WRK-TIT-PECA-BUSCA             PIC X(006) VALUE SPACES.       00029100
       77 WRK-TIT-DATA-BUSCA             PIC X(008) VALUE SPACES.       00029200
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00029300
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00029400
                                                                        00029500
      *----------------------------------------------------------------*00029600
      *    REGISTRO LIDO DO ARQPECAS (PRIMEIRO DO PROXIMO GRUPO)       *00029700
      *----------------------------------------------------------------*00029800
                                                                        00029900
       01 WRK-PECA-LIDA.                                                00030000
          05 WRK-PLD-COD-PECA           PIC X(006).                     00030100
          05 FILLER                     PIC X(044).                     00030200
                                                                        00030300
      *----------------------------------------------------------------*00030400
      *    REGISTROS DOS DEPOSITOS DO GRUPO CORRENTE                   *00030500
      *----------------------------------------------------------------*00030600
                                                                        00030700
       01 WRK-TAB-GRUPO.                                                00030800
          05 WRK-TAB-GRP                OCCURS 005 TIMES                00030900
                                         INDEXED BY WRK-IDX-GRP.        00031000
             10 WRK-TAB-GRP-REG         PIC X(50).                      00031100
                                                                        00031200
       77 WRK-TAB-GRP-QTDE               PIC 9(001) VALUE ZEROS.        00031300
                                                                        00031400
      *----------------------------------------------------------------*00031500
      *    PRAZOS E SITUACAO DO CADFORN (CODIGO + PRAZO + SITUACAO)    *00031600
      *----------------------------------------------------------------*00031700
                                                                        00031800
       01 WRK-TAB-CADFORN.                                              00031900
          05 WRK-TAB-CAF                OCCURS 200 TIMES                00032000
                                         INDEXED BY WRK-IDX-CAF.        00032100
             10 WRK-TAB-CAF-CODIGO      PIC X(05).                      00032200
             10 WRK-TAB-CAF-PRAZO       PIC 9(03).                      00032300
             10 WRK-TAB-CAF-SITUACAO    PIC X(01).                      00032400
                                                                        00032500
       77 WRK-TAB-CAF-QTDE               PIC 9(003) VALUE ZEROS.        00032600
                                                                        00032700
      *----------------------------------------------------------------*00032800
      *    PEDIDOS DE COMPRA DO PEDABERT                               *00032900
      *----------------------------------------------------------------*00033000
                                                                        00033100
       01 WRK-TAB-PED-ABERTOS.                                          00033200
          05 WRK-TAB-PAB                 OCCURS 300 TIMES               00033300
                                         INDEXED BY WRK-IDX-PAB.        00033400
             10 WRK-TAB-PAB-COD-PECA     PIC X(06).                     00033500
             10 WRK-TAB-PAB-COD-FORN     PIC X(05).                     00033600
             10 WRK-TAB-PAB-DATA         PIC X(08).                     00033700
             10 WRK-TAB-PAB-DATA-PREV    PIC X(08).                     00033800
             10 WRK-TAB-PAB-QUANT        PIC 9(05).                     00033900
             10 WRK-TAB-PAB-SITUACAO     PIC X(01).                     00034000
                                                                        00034100
       77 WRK-TAB-PAB-QTDE               PIC 9(003) VALUE ZEROS.        00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
      *    RECEBIMENTOS DO CTAPAG (FORNECEDOR + PECA + DATA): O QUE    *00034500
      *    FOI RECEBIDO E FATURADO E O QUE JA VOLTOU EM NOTA DE        *00034600
      *    CREDITO                                                     *00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
       01 WRK-TAB-TITULOS.                                              00035000
          05 WRK-TAB-TIT                 OCCURS 999 TIMES               00035100
                                         INDEXED BY WRK-IDX-TIT.        00035200
             10 WRK-TAB-TIT-COD-FORN     PIC X(05).                     00035300
             10 WRK-TAB-TIT-COD-PECA     PIC X(06).                     00035400
             10 WRK-TAB-TIT-DATA-RECEB   PIC X(08).                     00035500
             10 WRK-TAB-TIT-QT-RECEB     PIC 9(07).                     00035600
             10 WRK-TAB-TIT-VL-RECEB     PIC 9(11)V99.                  00035700
             10 WRK-TAB-TIT-QT-DEVOL     PIC 9(07).                     00035800
                                                                        00035900
       77 WRK-TAB-TIT-QTDE               PIC 9(003) VALUE ZEROS.        00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
      *    QUEBRA E TOTAIS DO RELATORIO                                *00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
       77 WRK-QUEBRA-FORN                PIC X(005) VALUE SPACES.       00036600
       77 WRK-SUB-DEVOLUCOES             PIC 9(005) VALUE ZEROS.        00036700
       77 WRK-SUB-QUANT                  PIC 9(007) VALUE ZEROS.        00036800
       77 WRK-SUB-VALOR                  PIC 9(011)V99 VALUE ZEROS.     00036900
       77 WRK-TOT-FORNECEDORES           PIC 9(005) VALUE ZEROS.        00037000
       77 WRK-TOT-DEVOLUCOES             PIC 9(005) VALUE ZEROS.        00037100
       77 WRK-TOT-QUANT                  PIC 9(007) VALUE ZEROS.        00037200
       77 WRK-TOT-VALOR                  PIC 9(011)V99 VALUE ZEROS.     00037300
                                                                        00037400
      *----------------------------------------------------------------*00037500
      *    LINHAS DO RELATORIO DE DEVOLUCOES                           *00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
       01 WRK-CABEC1.                                                   00037900
          05 FILLER               PIC X(046) VALUE                      00038000
             'FR05EX66 - DEVOLUCOES A FORNECEDOR            '.          00038100
          05 FILLER               PIC X(012) VALUE '   MOVIMENTO'.      00038200
          05 FILLER               PIC X(001) VALUE SPACES.              00038300
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00038400
          05 FILLER               PIC X(013) VALUE SPACES.              00038500
                                                                        00038600
       01 WRK-CABEC2.                                                   00038700
          05 FILLER               PIC X(060) VALUE                      00038800
             'FORN  PECA   DP RECEBIDO  QUANT          VALOR MOTIVO'.   00038900
          05 FILLER               PIC X(020) VALUE                      00039000
             '         REPOSICAO'.                                      00039100
                                                                        00039200
       01 WRK-LINDEV.                                                   00039300
          05 WRK-LD-FORN          PIC X(005).                           00039400
          05 FILLER               PIC X(001) VALUE SPACES.              00039500
          05 WRK-LD-PECA          PIC X(006).                           00039600
          05 FILLER               PIC X(001) VALUE SPACES.              00039700
          05 WRK-LD-DEPOSITO      PIC X(002).                           00039800
          05 FILLER               PIC X(001) VALUE SPACES.              00039900
          05 WRK-LD-DATA-RECEB    PIC X(008).                           00040000
          05 FILLER               PIC X(001) VALUE SPACES.              00040100
          05 WRK-LD-QUANT         PIC ZZ.ZZ9.                           00040200
          05 FILLER               PIC X(001) VALUE SPACES.              00040300
          05 WRK-LD-VALOR         PIC ZZZ.ZZZ.ZZ9,99.                   00040400
          05 FILLER               PIC X(001) VALUE SPACES.              00040500
          05 WRK-LD-MOTIVO        PIC X(020).                           00040600
          05 FILLER               PIC X(001) VALUE SPACES.              00040700
          05 WRK-LD-REPOSICAO     PIC X(009).                           00040800
          05 FILLER               PIC X(003) VALUE SPACES.              00040900
                                                                        00041000
       01 WRK-LINSUB.                                                   00041100
          05 FILLER               PIC X(011) VALUE 'TOTAL FORN '.       00041200
          05 WRK-LS-FORN          PIC X(005).                           00041300
          05 FILLER               PIC X(002) VALUE SPACES.              00041400
          05 WRK-LS-DEVOLUCOES    PIC ZZ.ZZ9.                           00041500
          05 FILLER               PIC X(004) VALUE ' DEV'.              00041600
          05 WRK-LS-QUANT         PIC Z.ZZZ.ZZ9.                        00041700
          05 FILLER               PIC X(001) VALUE SPACES.              00041800
          05 WRK-LS-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.                00041900
          05 FILLER               PIC X(025) VALUE SPACES.              00042000
                                                                        00042100
       01 WRK-LINTOT.                                                   00042200
          05 WRK-LT-TEXTO         PIC X(030).                           00042300
          05 WRK-LT-QTD           PIC ZZZ.ZZ9.                          00042400
          05 FILLER               PIC X(001) VALUE SPACES.              00042500
          05 WRK-LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99                 00042600
                                  BLANK WHEN ZERO.                      00042700
          05 FILLER               PIC X(025) VALUE SPACES.              00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       01 FILLER                         PIC X(050)       VALUE         00043100
                     '*** AREA DA BOOK DO ESTOQUE ***'.                 00043200
      *----------------------------------------------------------------*00043300
                                                                        00043400
       COPY 'B#ARQE'.                                                   00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       01 FILLER                         PIC X(050)       VALUE         00043800
                 '*** AREA DA BOOK DE FORNECEDORES ***'.                00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
       COPY 'B#FORN'.                                                   00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       01 FILLER                         PIC X(050)       VALUE         00044500
                 '*** AREA DA BOOK DE PEDIDOS EM ABERTO ***'.           00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
       COPY 'B#PEDAB'.                                                  00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       01 FILLER                         PIC X(050)       VALUE         00045200
                    '*** AREA DA BOOK GRAVAKDX ***'.                    00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
       COPY 'B#KARDEX'.                                                 00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       01 FILLER                         PIC X(050)       VALUE         00045900
                    '*** AREA DA BOOK GRAVALOG ***'.                    00046000
      *----------------------------------------------------------------*00046100
                                                                        00046200
                           COPY 'B#GRALOG'.                             00046300
                                                                        00046400
      ******************************************************************00046500
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00046600
      ******************************************************************00046700
                                                                        00046800
       COPY 'B#RUNCTL'.                                                 00046900
                                                                        00047000
       COPY 'B#DATPRC'.                                                 00047100
                                                                        00047200
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00047300
                                                                        00047400
      *================================================================*00047500
       PROCEDURE                                 DIVISION.              00047600
      *================================================================*00047700
                                                                        00047800
      ******************************************************************00047900
      *              P R O G R A M A  P R I N C I P A L                *00048000
      ******************************************************************00048100
                                                                        00048200
      *----------------------------------------------------------------*00048300
       0000-PRINCIPAL                            SECTION.               00048400
      *----------------------------------------------------------------*00048500
                                                                        00048600
            PERFORM 1000-INICIAR                                        00048700
                                                                        00048800
            SORT WRK-SORTDEV                                            00048900
                 ON ASCENDING KEY SD-DEV-COD-FORN                       00049000
                                  SD-DEV-COD-PECA                       00049100
                                  SD-DEV-DEPOSITO                       00049200
                 INPUT PROCEDURE  2000-PROCESSAR-DEVOLUCOES             00049300
                 OUTPUT PROCEDURE 5000-EMITIR-RELATORIO                 00049400
                                                                        00049500
            PERFORM 4000-FINALIZAR                                      00049600
                                                                        00049700
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00049800
            MOVE ACUM-LIDAS-DEVOL     TO WRK-RUN-LIDOS                  00049900
            MOVE ACUM-APLICADAS       TO WRK-RUN-GRAVADOS               00050000
            MOVE ZEROS                TO WRK-RUN-RC                     00050100
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00050200
                                                                        00050300
            STOP RUN.                                                   00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       0000-99-FIM.                           EXIT.                     00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      ******************************************************************00051000
      *                       I N I C I A R                            *00051100
      ******************************************************************00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       1000-INICIAR                           SECTION.                  00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00051800
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00051900
           CALL 'LERDATAP'            USING WRK-DATPRC                  00052000
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00052100
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00052200
           MOVE 'FR05EX66'            TO WRK-RUN-PROGRAMA               00052300
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00052400
           MOVE ZEROS                 TO WRK-RUN-RC                     00052500
                                         WRK-RUN-LIDOS                  00052600
                                         WRK-RUN-GRAVADOS               00052700
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00052800
                                                                        00052900
           IF WRK-RUN-DATA-JA-FEITA                                     00053000
              MOVE 'A'                TO WRK-SEVERIDADE                 00053100
              MOVE 'FR05EX66'         TO WRK-PROGRAMA                   00053200
              MOVE '1000  '           TO WRK-SECAO                      00053300
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00053400
                                      TO WRK-MENSAGEM                   00053500
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00053600
              CALL 'GRAVALOG'         USING WRK-LOG                     00053700
              MOVE 08                 TO RETURN-CODE                    00053800
              GOBACK                                                    00053900
           END-IF                                                       00054000
                                                                        00054100
           PERFORM 1200-CARREGAR-FORNECEDORES                           00054200
           PERFORM 1300-CARREGAR-PED-ABERTOS                            00054300
           PERFORM 1400-CARREGAR-RECEBIMENTOS                           00054400
                                                                        00054500
           OPEN INPUT  ARQPECAS                                         00054600
                INPUT  DEVFORN                                          00054700
                OUTPUT PECASNOV                                         00054800
                OUTPUT DEVREJ                                           00054900
                OUTPUT RELDEV                                           00055000
                                                                        00055100
      *    AS NOTAS DE CREDITO ENTRAM NO FIM DO CTAPAG (DISP=MOD)      *00055200
           OPEN EXTEND CTAPAG                                           00055300
           IF WRK-FS-CTAPAG EQUAL '35'                                  00055400
              CLOSE CTAPAG                                              00055500
              OPEN OUTPUT CTAPAG                                        00055600
           END-IF                                                       00055700
                                                                        00055800
           PERFORM 1100-TESTAR-STATUS                                   00055900
                                                                        00056000
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00056100
           WRITE FD-RELDEV            FROM WRK-CABEC1                   00056200
           MOVE SPACES                TO FD-RELDEV                      00056300
           WRITE FD-RELDEV                                              00056400
           WRITE FD-RELDEV            FROM WRK-CABEC2                   00056500
           PERFORM 1100-TESTAR-STATUS.                                  00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       1000-99-FIM.                            EXIT.                    00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       1100-TESTAR-STATUS                    SECTION.                   00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00057600
            AND WRK-FS-PECAS NOT EQUAL '10'                             00057700
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00057800
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00057900
              PERFORM 9000-TRATAR-ERRO                                  00058000
           END-IF                                                       00058100
                                                                        00058200
           IF WRK-FS-DEVFORN NOT EQUAL ZEROS                            00058300
            AND WRK-FS-DEVFORN NOT EQUAL '10'                           00058400
              MOVE 'ERRO NO ARQUIVO DEVFORN'     TO WRK-MENSAGEM        00058500
              MOVE WRK-FS-DEVFORN                TO WRK-STATUS          00058600
              PERFORM 9000-TRATAR-ERRO                                  00058700
           END-IF                                                       00058800
                                                                        00058900
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00059000
              MOVE 'ERRO NO ARQUIVO CTAPAG'      TO WRK-MENSAGEM        00059100
              MOVE WRK-FS-CTAPAG                 TO WRK-STATUS          00059200
              PERFORM 9000-TRATAR-ERRO                                  00059300
           END-IF                                                       00059400
                                                                        00059500
           IF WRK-FS-PECASNOV NOT EQUAL ZEROS                           00059600
              MOVE 'ERRO NO ARQUIVO PECASNOV'    TO WRK-MENSAGEM        00059700
              MOVE WRK-FS-PECASNOV               TO WRK-STATUS          00059800
              PERFORM 9000-TRATAR-ERRO                                  00059900
           END-IF                                                       00060000
                                                                        00060100
           IF WRK-FS-DEVREJ NOT EQUAL ZEROS                             00060200
              MOVE 'ERRO NO ARQUIVO DEVREJ'      TO WRK-MENSAGEM        00060300
              MOVE WRK-FS-DEVREJ                 TO WRK-STATUS          00060400
              PERFORM 9000-TRATAR-ERRO                                  00060500
           END-IF                                                       00060600
                                                                        00060700
           IF WRK-FS-RELDEV NOT EQUAL ZEROS                             00060800
              MOVE 'ERRO NO ARQUIVO RELDEV'      TO WRK-MENSAGEM        00060900
              MOVE WRK-FS-RELDEV                 TO WRK-STATUS          00061000
              PERFORM 9000-TRATAR-ERRO                                  00061100
           END-IF.                                                      00061200
                                                                        00061300
      *----------------------------------------------------------------*00061400
       1100-99-FIM.                            EXIT.                    00061500
      *----------------------------------------------------------------*00061600
                                                                        00061700
      ******************************************************************00061800
      *     C A R R E G A R   C A D A S T R O   D E   F O R N E C .    *00061900
      ******************************************************************00062000
                                                                        00062100
      *----------------------------------------------------------------*00062200
       1200-CARREGAR-FORNECEDORES            SECTION.                   00062300
      *----------------------------------------------------------------*00062400
                                                                        00062500
           MOVE ZEROS                TO WRK-TAB-CAF-QTDE                00062600
                                                                        00062700
           OPEN INPUT CADFORN                                           00062800
           PERFORM 1290-TESTAR-CADFORN                                  00062900
                                                                        00063000
           PERFORM 1210-LER-CADFORN                                     00063100
                                                                        00063200
           PERFORM 1220-GUARDAR-FORNECEDOR                              00063300
                   UNTIL WRK-FS-CADFORN EQUAL '10'                      00063400
                                                                        00063500
           CLOSE CADFORN.                                               00063600
                                                                        00063700
      *----------------------------------------------------------------*00063800
       1200-99-FIM.                           EXIT.                     00063900
      *----------------------------------------------------------------*00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       1210-LER-CADFORN                      SECTION.                   00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
           READ CADFORN              INTO WRK-CADFORN                   00064600
                                                                        00064700
           IF WRK-FS-CADFORN EQUAL '10'                                 00064800
              GO                  TO 1210-99-FIM                        00064900
           END-IF                                                       00065000
                                                                        00065100
           PERFORM 1290-TESTAR-CADFORN                                  00065200
           ADD 1                     TO ACUM-LIDOS-CADFORN.             00065300
                                                                        00065400
      *----------------------------------------------------------------*00065500
       1210-99-FIM.                           EXIT.                     00065600
      *----------------------------------------------------------------*00065700
                                                                        00065800
      *----------------------------------------------------------------*00065900
       1220-GUARDAR-FORNECEDOR               SECTION.                   00066000
      *----------------------------------------------------------------*00066100
                                                                        00066200
           IF WRK-TAB-CAF-QTDE GREATER OR EQUAL 200                     00066300
              MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM       00066400
              MOVE '1220  '                      TO WRK-SECAO           00066500
              MOVE SPACES                        TO WRK-STATUS          00066600
              PERFORM 9000-TRATAR-ERRO                                  00066700
           END-IF                                                       00066800
                                                                        00066900
           ADD 1                     TO WRK-TAB-CAF-QTDE                00067000
           SET WRK-IDX-CAF           TO WRK-TAB-CAF-QTDE                00067100
           MOVE FD-FORN-CODIGO       TO WRK-TAB-CAF-CODIGO              00067200
                                         (WRK-IDX-CAF)                  00067300
           MOVE FD-FORN-PRAZO        TO WRK-TAB-CAF-PRAZO               00067400
                                         (WRK-IDX-CAF)                  00067500
           MOVE FD-FORN-SITUACAO     TO WRK-TAB-CAF-SITUACAO            00067600
                                         (WRK-IDX-CAF)                  00067700
                                                                        00067800
           PERFORM 1210-LER-CADFORN.                                    00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       1220-99-FIM.                           EXIT.                     00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       1290-TESTAR-CADFORN                   SECTION.                   00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
           IF WRK-FS-CADFORN NOT EQUAL ZEROS                            00068900
            AND WRK-FS-CADFORN NOT EQUAL '10'                           00069000
              MOVE 'ERRO NO ARQUIVO CADFORN'     TO WRK-MENSAGEM        00069100
              MOVE '1290  '                      TO WRK-SECAO           00069200
              MOVE WRK-FS-CADFORN                TO WRK-STATUS          00069300
              PERFORM 9000-TRATAR-ERRO                                  00069400
           END-IF.                                                      00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       1290-99-FIM.                           EXIT.                     00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
      ******************************************************************00070100
      *     C A R R E G A R   P E D I D O S   E M   A B E R T O        *00070200
      ******************************************************************00070300
                                                                        00070400
      *----------------------------------------------------------------*00070500
       1300-CARREGAR-PED-ABERTOS             SECTION.                   00070600
      *----------------------------------------------------------------*00070700
                                                                        00070800
           MOVE ZEROS                TO WRK-TAB-PAB-QTDE                00070900
                                                                        00071000
           OPEN INPUT PEDABERT                                          00071100
                                                                        00071200
      *    PRIMEIRA EXECUCAO: O ARQUIVO AINDA NAO EXISTE               *00071300
           IF WRK-FS-PEDABERT EQUAL '35'                                00071400
              GO                  TO 1300-99-FIM                        00071500
           END-IF                                                       00071600
                                                                        00071700
           PERFORM 1390-TESTAR-PEDABERT                                 00071800
                                                                        00071900
           PERFORM 1310-LER-PEDABERT                                    00072000
                                                                        00072100
           PERFORM 1320-GUARDAR-PED-ABERTO                              00072200
                   UNTIL WRK-FS-PEDABERT EQUAL '10'                     00072300
                                                                        00072400
           CLOSE PEDABERT.                                              00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       1300-99-FIM.                           EXIT.                     00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       1310-LER-PEDABERT                     SECTION.                   00073200
      *----------------------------------------------------------------*00073300
                                                                        00073400
           READ PEDABERT             INTO WRK-PEDABERTO                 00073500
                                                                        00073600
           IF WRK-FS-PEDABERT EQUAL '10'                                00073700
              GO                  TO 1310-99-FIM                        00073800
           END-IF                                                       00073900
                                                                        00074000
           PERFORM 1390-TESTAR-PEDABERT.                                00074100
                                                                        00074200
      *----------------------------------------------------------------*00074300
       1310-99-FIM.                           EXIT.                     00074400
      *----------------------------------------------------------------*00074500
                                                                        00074600
      *----------------------------------------------------------------*00074700
       1320-GUARDAR-PED-ABERTO               SECTION.                   00074800
      *----------------------------------------------------------------*00074900
                                                                        00075000
           IF WRK-TAB-PAB-QTDE GREATER OR EQUAL 300                     00075100
              MOVE 'TABELA DE PEDIDOS CHEIA'     TO WRK-MENSAGEM        00075200
              MOVE '1320  '                      TO WRK-SECAO           00075300
              MOVE SPACES                        TO WRK-STATUS          00075400
              PERFORM 9000-TRATAR-ERRO                                  00075500
           END-IF                                                       00075600
                                                                        00075700
           ADD 1                     TO WRK-TAB-PAB-QTDE                00075800
           SET WRK-IDX-PAB           TO WRK-TAB-PAB-QTDE                00075900
           MOVE FD-PED-COD-PECA      TO WRK-TAB-PAB-COD-PECA            00076000
                                         (WRK-IDX-PAB)                  00076100
           MOVE FD-PED-COD-FORN      TO WRK-TAB-PAB-COD-FORN            00076200
                                         (WRK-IDX-PAB)                  00076300
           MOVE FD-PED-DATA          TO WRK-TAB-PAB-DATA                00076400
                                         (WRK-IDX-PAB)                  00076500
           MOVE FD-PED-DATA-PREV     TO WRK-TAB-PAB-DATA-PREV           00076600
                                         (WRK-IDX-PAB)                  00076700
           MOVE FD-PED-QUANT         TO WRK-TAB-PAB-QUANT               00076800
                                         (WRK-IDX-PAB)                  00076900
           MOVE FD-PED-SITUACAO      TO WRK-TAB-PAB-SITUACAO            00077000
                                         (WRK-IDX-PAB)                  00077100
                                                                        00077200
           PERFORM 1310-LER-PEDABERT.                                   00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       1320-99-FIM.                           EXIT.                     00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       1390-TESTAR-PEDABERT                  SECTION.                   00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
           IF WRK-FS-PEDABERT NOT EQUAL ZEROS                           00078300
            AND WRK-FS-PEDABERT NOT EQUAL '10'                          00078400
              MOVE 'ERRO NO ARQUIVO PEDABERT'    TO WRK-MENSAGEM        00078500
              MOVE '1390  '                      TO WRK-SECAO           00078600
              MOVE WRK-FS-PEDABERT               TO WRK-STATUS          00078700
              PERFORM 9000-TRATAR-ERRO                                  00078800
           END-IF.                                                      00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       1390-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      ******************************************************************00079500
      *   C A R R E G A R   R E C E B I M E N T O S   D O   C T A P A G*00079600
      ******************************************************************00079700
                                                                        00079800
      *----------------------------------------------------------------*00079900
       1400-CARREGAR-RECEBIMENTOS            SECTION.                   00080000
      *----------------------------------------------------------------*00080100
                                                                        00080200
      *    PRE-LEITURA DO CTAPAG: CADA TITULO INFORMA A QUANTIDADE E   *00080300
      *    O VALOR FATURADOS DO RECEBIMENTO; CADA NOTA DE CREDITO JA   *00080400
      *    GRAVADA INFORMA O QUE DELE JA FOI DEVOLVIDO                 *00080500
           MOVE ZEROS                TO WRK-TAB-TIT-QTDE                00080600
                                                                        00080700
           OPEN INPUT CTAPAG                                            00080800
                                                                        00080900
           IF WRK-FS-CTAPAG EQUAL '35'                                  00081000
              GO                  TO 1400-99-FIM                        00081100
           END-IF                                                       00081200
                                                                        00081300
           PERFORM 1490-TESTAR-CTAPAG                                   00081400
                                                                        00081500
           PERFORM 1410-LER-CTAPAG                                      00081600
                                                                        00081700
           PERFORM 1420-ACUMULAR-RECEBIMENTO                            00081800
                   UNTIL WRK-FS-CTAPAG EQUAL '10'                       00081900
                                                                        00082000
           CLOSE CTAPAG.                                                00082100
                                                                        00082200
      *----------------------------------------------------------------*00082300
       1400-99-FIM.                           EXIT.                     00082400
      *----------------------------------------------------------------*00082500
                                                                        00082600
      *----------------------------------------------------------------*00082700
       1410-LER-CTAPAG                       SECTION.                   00082800
      *----------------------------------------------------------------*00082900
                                                                        00083000
           READ CTAPAG                                                  00083100
                                                                        00083200
           IF WRK-FS-CTAPAG EQUAL '10'                                  00083300
              GO                  TO 1410-99-FIM                        00083400
           END-IF                                                       00083500
                                                                        00083600
           PERFORM 1490-TESTAR-CTAPAG                                   00083700
           ADD 1                     TO ACUM-LIDOS-CTAPAG.              00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       1410-99-FIM.                           EXIT.                     00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
      *----------------------------------------------------------------*00084400
       1420-ACUMULAR-RECEBIMENTO             SECTION.                   00084500
      *----------------------------------------------------------------*00084600
                                                                        00084700
           IF FD-PAG-QUANT NOT NUMERIC                                  00084800
            OR FD-PAG-VALOR NOT NUMERIC                                 00084900
              PERFORM 1410-LER-CTAPAG                                   00085000
              GO                  TO 1420-99-FIM                        00085100
           END-IF                                                       00085200
                                                                        00085300
           MOVE FD-PAG-COD-FORN      TO WRK-TIT-FORN-BUSCA              00085400
           MOVE FD-PAG-COD-PECA      TO WRK-TIT-PECA-BUSCA              00085500
           MOVE FD-PAG-DATA-RECEB    TO WRK-TIT-DATA-BUSCA              00085600
           PERFORM 1440-LOCALIZAR-RECEBIMENTO                           00085700
                                                                        00085800
           IF NOT WRK-TIT-ACHOU-SIM                                     00085900
              PERFORM 1450-INCLUIR-RECEBIMENTO                          00086000
           END-IF                                                       00086100
                                                                        00086200
           IF FD-PAG-CREDITO                                            00086300
              ADD FD-PAG-QUANT       TO WRK-TAB-TIT-QT-DEVOL            00086400
                                         (WRK-IDX-TIT)                  00086500
           ELSE                                                         00086600
              ADD FD-PAG-QUANT       TO WRK-TAB-TIT-QT-RECEB            00086700
                                         (WRK-IDX-TIT)                  00086800
              ADD FD-PAG-VALOR       TO WRK-TAB-TIT-VL-RECEB            00086900
                                         (WRK-IDX-TIT)                  00087000
           END-IF                                                       00087100
                                                                        00087200
           PERFORM 1410-LER-CTAPAG.                                     00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       1420-99-FIM.                           EXIT.                     00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
      *----------------------------------------------------------------*00087900
       1440-LOCALIZAR-RECEBIMENTO            SECTION.                   00088000
      *----------------------------------------------------------------*00088100
                                                                        00088200
           MOVE 'N'                  TO WRK-TIT-ACHOU                   00088300
                                                                        00088400
           IF WRK-TAB-TIT-QTDE EQUAL ZEROS                              00088500
              GO                  TO 1440-99-FIM                        00088600
           END-IF                                                       00088700
                                                                        00088800
           SET WRK-IDX-TIT           TO 1                               00088900
           SEARCH WRK-TAB-TIT                                           00089000
             AT END                                                     00089100
                CONTINUE                                                00089200
             WHEN WRK-IDX-TIT GREATER WRK-TAB-TIT-QTDE                  00089300
                CONTINUE                                                00089400
             WHEN WRK-TAB-TIT-COD-FORN (WRK-IDX-TIT)                    00089500
                       EQUAL WRK-TIT-FORN-BUSCA                         00089600
              AND WRK-TAB-TIT-COD-PECA (WRK-IDX-TIT)                    00089700
                       EQUAL WRK-TIT-PECA-BUSCA                         00089800
              AND WRK-TAB-TIT-DATA-RECEB (WRK-IDX-TIT)                  00089900
                       EQUAL WRK-TIT-DATA-BUSCA                         00090000
                MOVE 'S'             TO WRK-TIT-ACHOU                   00090100
           END-SEARCH.                                                  00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       1440-99-FIM.                           EXIT.                     00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       1450-INCLUIR-RECEBIMENTO              SECTION.                   00090900
      *----------------------------------------------------------------*00091000
                                                                        00091100
           IF WRK-TAB-TIT-QTDE GREATER OR EQUAL 999                     00091200
              MOVE 'TABELA DE RECEBIMENTOS CHEIA' TO WRK-MENSAGEM       00091300
              MOVE '1450  '                      TO WRK-SECAO           00091400
              MOVE SPACES                        TO WRK-STATUS          00091500
              PERFORM 9000-TRATAR-ERRO                                  00091600
           END-IF                                                       00091700
                                                                        00091800
           ADD 1                     TO WRK-TAB-TIT-QTDE                00091900
           SET WRK-IDX-TIT           TO WRK-TAB-TIT-QTDE                00092000
           MOVE WRK-TIT-FORN-BUSCA   TO WRK-TAB-TIT-COD-FORN            00092100
                                         (WRK-IDX-TIT)                  00092200
           MOVE WRK-TIT-PECA-BUSCA   TO WRK-TAB-TIT-COD-PECA            00092300
                                         (WRK-IDX-TIT)                  00092400
           MOVE WRK-TIT-DATA-BUSCA   TO WRK-TAB-TIT-DATA-RECEB          00092500
                                         (WRK-IDX-TIT)                  00092600
           MOVE ZEROS                TO WRK-TAB-TIT-QT-RECEB            00092700
                                         (WRK-IDX-TIT)                  00092800
                                        WRK-TAB-TIT-VL-RECEB            00092900
                                         (WRK-IDX-TIT)                  00093000
                                        WRK-TAB-TIT-QT-DEVOL            00093100
                                         (WRK-IDX-TIT).                 00093200
                                                                        00093300
      *----------------------------------------------------------------*00093400
       1450-99-FIM.                           EXIT.                     00093500
      *----------------------------------------------------------------*00093600
                                                                        00093700
      *----------------------------------------------------------------*00093800
       1490-TESTAR-CTAPAG                    SECTION.                   00093900
      *----------------------------------------------------------------*00094000
                                                                        00094100
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00094200
            AND WRK-FS-CTAPAG NOT EQUAL '10'                            00094300
              MOVE 'ERRO NO ARQUIVO CTAPAG'      TO WRK-MENSAGEM        00094400
              MOVE '1490  '                      TO WRK-SECAO           00094500
              MOVE WRK-FS-CTAPAG                 TO WRK-STATUS          00094600
              PERFORM 9000-TRATAR-ERRO                                  00094700
           END-IF.                                                      00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       1490-99-FIM.                           EXIT.                     00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
      ******************************************************************00095400
      *   P R O C E S S A R   D E V O L U C O E S  (ENTRADA DO SORT)   *00095500
      ******************************************************************00095600
                                                                        00095700
      *----------------------------------------------------------------*00095800
       2000-PROCESSAR-DEVOLUCOES             SECTION.                   00095900
      *----------------------------------------------------------------*00096000
                                                                        00096100
            PERFORM 2100-LER-PECAS                                      00096200
            PERFORM 2200-LER-DEVFORN                                    00096300
                                                                        00096400
            PERFORM 3000-PROCESSAR-GRUPO                                00096500
                    UNTIL WRK-FS-PECAS EQUAL '10'                       00096600
                                                                        00096700
            PERFORM 3500-RECUSAR-SOBRAS                                 00096800
                    UNTIL WRK-FS-DEVFORN EQUAL '10'.                    00096900
                                                                        00097000
      *----------------------------------------------------------------*00097100
       2000-99-FIM.                           EXIT.                     00097200
      *----------------------------------------------------------------*00097300
                                                                        00097400
      ******************************************************************00097500
      *                     L E I T U R A S                            *00097600
      ******************************************************************00097700
                                                                        00097800
      *----------------------------------------------------------------*00097900
       2100-LER-PECAS                          SECTION.                 00098000
      *----------------------------------------------------------------*00098100
                                                                        00098200
            READ ARQPECAS              INTO WRK-PECA-LIDA               00098300
                                                                        00098400
            IF WRK-FS-PECAS EQUAL '10'                                  00098500
               MOVE HIGH-VALUES        TO WRK-PLD-COD-PECA              00098600
               GO                      TO 2100-99-FIM                   00098700
            END-IF                                                      00098800
                                                                        00098900
            PERFORM 1100-TESTAR-STATUS                                  00099000
            ADD 1                      TO ACUM-LIDOS-PECAS.             00099100
                                                                        00099200
      *----------------------------------------------------------------*00099300
       2100-99-FIM.                         EXIT.                       00099400
      *----------------------------------------------------------------*00099500
                                                                        00099600
      *----------------------------------------------------------------*00099700
       2200-LER-DEVFORN                        SECTION.                 00099800
      *----------------------------------------------------------------*00099900
                                                                        00100000
            READ DEVFORN                                                00100100
                                                                        00100200
            IF WRK-FS-DEVFORN EQUAL '10'                                00100300
               MOVE HIGH-VALUES        TO FD-DEV-COD-PECA               00100400
               GO                      TO 2200-99-FIM                   00100500
            END-IF                                                      00100600
                                                                        00100700
            PERFORM 1100-TESTAR-STATUS                                  00100800
            ADD 1                      TO ACUM-LIDAS-DEVOL.             00100900
                                                                        00101000
      *----------------------------------------------------------------*00101100
       2200-99-FIM.                         EXIT.                       00101200
      *----------------------------------------------------------------*00101300
                                                                        00101400
      ******************************************************************00101500
      *   P R O C E S S A R   U M   G R U P O   D E   P E C A          *00101600
      ******************************************************************00101700
                                                                        00101800
      *----------------------------------------------------------------*00101900
       3000-PROCESSAR-GRUPO                  SECTION.                   00102000
      *----------------------------------------------------------------*00102100
                                                                        00102200
      *     CARREGA TODOS OS DEPOSITOS DA PECA, APLICA AS              *00102300
      *     DEVOLUCOES DELA E REGRAVA O GRUPO                          *00102400
            MOVE WRK-PLD-COD-PECA      TO WRK-GRUPO-PECA                00102500
            MOVE ZEROS                 TO WRK-TAB-GRP-QTDE              00102600
                                                                        00102700
            PERFORM 3100-CARREGAR-DEPOSITO                              00102800
                    UNTIL WRK-FS-PECAS EQUAL '10'                       00102900
                       OR WRK-PLD-COD-PECA NOT EQUAL WRK-GRUPO-PECA     00103000
                                                                        00103100
            PERFORM 3200-APLICAR-DEVOLUCAO                              00103200
                    UNTIL WRK-FS-DEVFORN EQUAL '10'                     00103300
                       OR FD-DEV-COD-PECA GREATER WRK-GRUPO-PECA        00103400
                                                                        00103500
            PERFORM 3900-GRAVAR-GRUPO.                                  00103600
                                                                        00103700
      *----------------------------------------------------------------*00103800
       3000-99-FIM.                           EXIT.                     00103900
      *----------------------------------------------------------------*00104000
                                                                        00104100
      *----------------------------------------------------------------*00104200
       3100-CARREGAR-DEPOSITO                 SECTION.                  00104300
      *----------------------------------------------------------------*00104400
                                                                        00104500
            IF WRK-TAB-GRP-QTDE GREATER OR EQUAL 5                      00104600
               MOVE 'GRUPO DE DEPOSITOS CHEIO'   TO WRK-MENSAGEM        00104700
               MOVE '3100  '                    TO WRK-SECAO            00104800
               MOVE WRK-GRUPO-PECA              TO WRK-STATUS           00104900
               PERFORM 9000-TRATAR-ERRO                                 00105000
            END-IF                                                      00105100
                                                                        00105200
            ADD 1                      TO WRK-TAB-GRP-QTDE              00105300
            SET WRK-IDX-GRP            TO WRK-TAB-GRP-QTDE              00105400
            MOVE WRK-PECA-LIDA         TO WRK-TAB-GRP-REG               00105500
                                           (WRK-IDX-GRP)                00105600
                                                                        00105700
            PERFORM 2100-LER-PECAS.                                     00105800
                                                                        00105900
      *----------------------------------------------------------------*00106000
       3100-99-FIM.                           EXIT.                     00106100
      *----------------------------------------------------------------*00106200
                                                                        00106300
      *----------------------------------------------------------------*00106400
       3200-APLICAR-DEVOLUCAO                 SECTION.                  00106500
      *----------------------------------------------------------------*00106600
                                                                        00106700
      *     DEVOLUCAO DE PECA QUE NEM CHEGOU NO GRUPO: PECA            *00106800
      *     INEXISTENTE                                                *00106900
            IF FD-DEV-COD-PECA LESS WRK-GRUPO-PECA                      00107000
               MOVE 'PECA INEXISTENTE NO ESTOQUE'                       00107100
                                       TO WRK-MOTIVO-RECUSA             00107200
               PERFORM 3800-GRAVAR-RECUSA                               00107300
               PERFORM 2200-LER-DEVFORN                                 00107400
               GO                  TO 3200-99-FIM                       00107500
            END-IF                                                      00107600
                                                                        00107700
            IF FD-DEV-QUANT NOT NUMERIC                                 00107800
             OR FD-DEV-QUANT EQUAL ZEROS                                00107900
               MOVE 'QUANTIDADE INVALIDA'                               00108000
                                       TO WRK-MOTIVO-RECUSA             00108100
               PERFORM 3800-GRAVAR-RECUSA                               00108200
               PERFORM 2200-LER-DEVFORN                                 00108300
               GO                  TO 3200-99-FIM                       00108400
            END-IF                                                      00108500
                                                                        00108600
            PERFORM 3250-LOCALIZAR-FORNECEDOR                           00108700
                                                                        00108800
            IF NOT WRK-CAF-ACHOU-SIM                                    00108900
               MOVE 'FORNECEDOR SEM CADASTRO'                           00109000
                                       TO WRK-MOTIVO-RECUSA             00109100
               PERFORM 3800-GRAVAR-RECUSA                               00109200
               PERFORM 2200-LER-DEVFORN                                 00109300
               GO                  TO 3200-99-FIM                       00109400
            END-IF                                                      00109500
                                                                        00109600
      *     O RECEBIMENTO DEVOLVIDO PRECISA TER TITULO NO CTAPAG       *00109700
            MOVE FD-DEV-COD-FORN       TO WRK-TIT-FORN-BUSCA            00109800
            MOVE FD-DEV-COD-PECA       TO WRK-TIT-PECA-BUSCA            00109900
            MOVE FD-DEV-DATA-RECEB     TO WRK-TIT-DATA-BUSCA            00110000
            PERFORM 1440-LOCALIZAR-RECEBIMENTO                          00110100
                                                                        00110200
            IF NOT WRK-TIT-ACHOU-SIM                                    00110300
               MOVE 'RECEBIMENTO NAO ENCONTRADO'                        00110400
                                       TO WRK-MOTIVO-RECUSA             00110500
               PERFORM 3800-GRAVAR-RECUSA                               00110600
               PERFORM 2200-LER-DEVFORN                                 00110700
               GO                  TO 3200-99-FIM                       00110800
            END-IF                                                      00110900
                                                                        00111000
            IF WRK-TAB-TIT-QT-RECEB (WRK-IDX-TIT) EQUAL ZEROS           00111100
               MOVE 'RECEBIMENTO NAO ENCONTRADO'                        00111200
                                       TO WRK-MOTIVO-RECUSA             00111300
               PERFORM 3800-GRAVAR-RECUSA                               00111400
               PERFORM 2200-LER-DEVFORN                                 00111500
               GO                  TO 3200-99-FIM                       00111600
            END-IF                                                      00111700
                                                                        00111800
      *     NAO SE DEVOLVE MAIS DO QUE FOI RECEBIDO, DESCONTADAS AS    *00111900
      *     DEVOLUCOES ANTERIORES (INCLUSIVE AS DESTE MESMO LOTE)      *00112000
            COMPUTE WRK-SALDO-DEVOLVER =                                00112100
                    WRK-TAB-TIT-QT-RECEB (WRK-IDX-TIT)                  00112200
                  - WRK-TAB-TIT-QT-DEVOL (WRK-IDX-TIT)                  00112300
                                                                        00112400
            IF FD-DEV-QUANT GREATER WRK-SALDO-DEVOLVER                  00112500
               MOVE 'QUANTIDADE ACIMA DO RECEBIDO'                      00112600
                                       TO WRK-MOTIVO-RECUSA             00112700
               PERFORM 3800-GRAVAR-RECUSA                               00112800
               PERFORM 2200-LER-DEVFORN                                 00112900
               GO                  TO 3200-99-FIM                       00113000
            END-IF                                                      00113100
                                                                        00113200
            PERFORM 3300-LOCALIZAR-DEPOSITO                             00113300
                                                                        00113400
            IF WRK-IDX-DEPOSITO EQUAL ZEROS                             00113500
               MOVE 'DEPOSITO SEM CADASTRO'                             00113600
                                       TO WRK-MOTIVO-RECUSA             00113700
               PERFORM 3800-GRAVAR-RECUSA                               00113800
               PERFORM 2200-LER-DEVFORN                                 00113900
               GO                  TO 3200-99-FIM                       00114000
            END-IF                                                      00114100
                                                                        00114200
            PERFORM 3400-BAIXAR-ESTOQUE                                 00114300
                                                                        00114400
            PERFORM 2200-LER-DEVFORN.                                   00114500
                                                                        00114600
      *----------------------------------------------------------------*00114700
       3200-99-FIM.                           EXIT.                     00114800
      *----------------------------------------------------------------*00114900
                                                                        00115000
      *----------------------------------------------------------------*00115100
       3250-LOCALIZAR-FORNECEDOR              SECTION.                  00115200
      *----------------------------------------------------------------*00115300
                                                                        00115400
            MOVE 'N'                   TO WRK-CAF-ACHOU                 00115500
                                                                        00115600
            IF WRK-TAB-CAF-QTDE EQUAL ZEROS                             00115700
               GO                  TO 3250-99-FIM                       00115800
            END-IF                                                      00115900
                                                                        00116000
            SET WRK-IDX-CAF            TO 1                             00116100
            SEARCH WRK-TAB-CAF                                          00116200
              AT END                                                    00116300
                 CONTINUE                                               00116400
              WHEN WRK-IDX-CAF GREATER WRK-TAB-CAF-QTDE                 00116500
                 CONTINUE                                               00116600
              WHEN WRK-TAB-CAF-CODIGO (WRK-IDX-CAF)                     00116700
                        EQUAL FD-DEV-COD-FORN                           00116800
                 MOVE 'S'              TO WRK-CAF-ACHOU                 00116900
            END-SEARCH.                                                 00117000
                                                                        00117100
      *----------------------------------------------------------------*00117200
       3250-99-FIM.                           EXIT.                     00117300
      *----------------------------------------------------------------*00117400
                                                                        00117500
      *----------------------------------------------------------------*00117600
       3300-LOCALIZAR-DEPOSITO                SECTION.                  00117700
      *----------------------------------------------------------------*00117800
                                                                        00117900
            MOVE ZEROS                 TO WRK-IDX-DEPOSITO              00118000
                                                                        00118100
            PERFORM 3310-CONFERIR-DEPOSITO                              00118200
                    VARYING WRK-IND-DEP FROM 1 BY 1                     00118300
                    UNTIL WRK-IND-DEP GREATER WRK-TAB-GRP-QTDE.         00118400
                                                                        00118500
      *----------------------------------------------------------------*00118600
       3300-99-FIM.                           EXIT.                     00118700
      *----------------------------------------------------------------*00118800
                                                                        00118900
      *----------------------------------------------------------------*00119000
       3310-CONFERIR-DEPOSITO                 SECTION.                  00119100
      *----------------------------------------------------------------*00119200
                                                                        00119300
            SET WRK-IDX-GRP            TO WRK-IND-DEP                   00119400
            MOVE WRK-TAB-GRP-REG (WRK-IDX-GRP)                          00119500
                                       TO WRK-ARQPECAS                  00119600
                                                                        00119700
            IF FD-DEPOSITO-PECA EQUAL FD-DEV-DEPOSITO                   00119800
               MOVE WRK-IND-DEP        TO WRK-IDX-DEPOSITO              00119900
            END-IF.                                                     00120000
                                                                        00120100
      *----------------------------------------------------------------*00120200
       3310-99-FIM.                           EXIT.                     00120300
      *----------------------------------------------------------------*00120400
                                                                        00120500
      *----------------------------------------------------------------*00120600
       3400-BAIXAR-ESTOQUE                    SECTION.                  00120700
      *----------------------------------------------------------------*00120800
                                                                        00120900
            SET WRK-IDX-GRP            TO WRK-IDX-DEPOSITO              00121000
            MOVE WRK-TAB-GRP-REG (WRK-IDX-GRP)                          00121100
                                       TO WRK-ARQPECAS                  00121200
                                                                        00121300
            IF FD-DEV-QUANT GREATER FD-QUANT-PECA                       00121400
               MOVE 'SALDO INSUFICIENTE NO DEPOSITO'                    00121500
                                       TO WRK-MOTIVO-RECUSA             00121600
               PERFORM 3800-GRAVAR-RECUSA                               00121700
               GO                  TO 3400-99-FIM                       00121800
            END-IF                                                      00121900
                                                                        00122000
            SUBTRACT FD-DEV-QUANT      FROM FD-QUANT-PECA               00122100
            PERFORM 3450-GRAVAR-KARDEX                                  00122200
            MOVE WRK-ARQPECAS          TO WRK-TAB-GRP-REG               00122300
                                           (WRK-IDX-GRP)                00122400
                                                                        00122500
      *     A PARTIR DAQUI A QUANTIDADE CONTA COMO JA DEVOLVIDA        *00122600
            ADD FD-DEV-QUANT           TO WRK-TAB-TIT-QT-DEVOL          00122700
                                           (WRK-IDX-TIT)                00122800
                                                                        00122900
            PERFORM 3460-GRAVAR-NOTA-CREDITO                            00123000
                                                                        00123100
            MOVE 'NAO'                 TO WRK-REPOSICAO                 00123200
            IF FD-DEV-REPOR-SIM                                         00123300
               PERFORM 3470-REABRIR-PEDIDO                              00123400
            END-IF                                                      00123500
                                                                        00123600
            PERFORM 3480-LIBERAR-RELATORIO                              00123700
                                                                        00123800
            ADD 1                      TO ACUM-APLICADAS.               00123900
                                                                        00124000
      *----------------------------------------------------------------*00124100
       3400-99-FIM.                           EXIT.                     00124200
      *----------------------------------------------------------------*00124300
                                                                        00124400
      *----------------------------------------------------------------*00124500
       3450-GRAVAR-KARDEX                     SECTION.                  00124600
      *----------------------------------------------------------------*00124700
                                                                        00124800
            MOVE 'FR05EX66'            TO WRK-KDX-PROGRAMA              00124900
            MOVE FD-COD-PECA           TO WRK-KDX-COD-PECA              00125000
            MOVE WRK-DATA-EXEC         TO WRK-KDX-DATA-MOVTO            00125100
            MOVE 'D'                   TO WRK-KDX-TIPO                  00125200
            COMPUTE WRK-KDX-QUANT = FD-DEV-QUANT * -1                   00125300
            MOVE FD-QUANT-PECA         TO WRK-KDX-SALDO-APOS            00125400
            MOVE FD-DEPOSITO-PECA      TO WRK-KDX-DEPOSITO              00125500
            MOVE SPACES                TO WRK-KDX-ORIGEM                00125600
            STRING 'DEVOL FORN '       FD-DEV-COD-FORN                  00125700
                   DELIMITED BY SIZE                                    00125800
                   INTO WRK-KDX-ORIGEM                                  00125900
            CALL 'GRAVAKDX'            USING WRK-KARDEX.                00126000
                                                                        00126100
      *----------------------------------------------------------------*00126200
       3450-99-FIM.                           EXIT.                     00126300
      *----------------------------------------------------------------*00126400
                                                                        00126500
      *----------------------------------------------------------------*00126600
       3460-GRAVAR-NOTA-CREDITO               SECTION.                  00126700
      *----------------------------------------------------------------*00126800
                                                                        00126900
      *     NOTA DE CREDITO PELO PRECO MEDIO FATURADO NO RECEBIMENTO;  *00127000
      *     VENCE NO DIA, PARA O PROXIMO FR05EX38 JA COMPENSAR         *00127100
            COMPUTE WRK-VALOR-NOTA ROUNDED =                            00127200
                    WRK-TAB-TIT-VL-RECEB (WRK-IDX-TIT)                  00127300
                  * FD-DEV-QUANT                                        00127400
                  / WRK-TAB-TIT-QT-RECEB (WRK-IDX-TIT)                  00127500
                                                                        00127600
            MOVE SPACES                TO FD-CTAPAG                     00127700
            MOVE FD-DEV-COD-FORN       TO FD-PAG-COD-FORN               00127800
            MOVE FD-DEV-COD-PECA       TO FD-PAG-COD-PECA               00127900
            MOVE FD-DEV-QUANT          TO FD-PAG-QUANT                  00128000
            MOVE WRK-VALOR-NOTA        TO FD-PAG-VALOR                  00128100
            MOVE FD-DEV-DATA-RECEB     TO FD-PAG-DATA-RECEB             00128200
            MOVE WRK-DATA-EXEC         TO FD-PAG-DATA-VENC              00128300
            MOVE 'A'                   TO FD-PAG-SITUACAO               00128400
            MOVE 'C'                   TO FD-PAG-TIPO                   00128500
            MOVE ZEROS                 TO FD-PAG-VALOR-ABATIDO          00128600
            WRITE FD-CTAPAG                                             00128700
            PERFORM 1100-TESTAR-STATUS                                  00128800
                                                                        00128900
            ADD 1                      TO ACUM-NOTAS-CREDITO            00129000
            ADD WRK-VALOR-NOTA         TO ACUM-VALOR-CREDITO.           00129100
                                                                        00129200
      *----------------------------------------------------------------*00129300
       3460-99-FIM.                           EXIT.                     00129400
      *----------------------------------------------------------------*00129500
                                                                        00129600
      *----------------------------------------------------------------*00129700
       3470-REABRIR-PEDIDO                    SECTION.                  00129800
      *----------------------------------------------------------------*00129900
                                                                        00130000
      *     FORNECEDOR BLOQUEADO OU DESATIVADO NAO RECEBE PEDIDO: A    *00130100
      *     REPOSICAO FICA POR CONTA DO FR05EX01 COM OUTRO FORNECEDOR  *00130200
            IF WRK-TAB-CAF-SITUACAO (WRK-IDX-CAF) EQUAL 'B'             00130300
             OR WRK-TAB-CAF-SITUACAO (WRK-IDX-CAF) EQUAL 'I'            00130400
               MOVE 'BLOQUEADA'        TO WRK-REPOSICAO                 00130500
               ADD 1                   TO ACUM-REPOS-BLOQ               00130600
               MOVE 'A'                TO WRK-SEVERIDADE                00130700
               MOVE 'FR05EX66'         TO WRK-PROGRAMA                  00130800
               MOVE '3470  '           TO WRK-SECAO                     00130900
               MOVE 'REPOSICAO NAO REABERTA - FORN BLOQUEADO'           00131000
                                       TO WRK-MENSAGEM                  00131100
               MOVE FD-DEV-COD-FORN    TO WRK-STATUS                    00131200
               CALL 'GRAVALOG'         USING WRK-LOG                    00131300
               GO                  TO 3470-99-FIM                       00131400
            END-IF                                                      00131500
                                                                        00131600
      *     PEDIDO AINDA EM ABERTO DA PECA NO FORNECEDOR: SOMA A       *00131700
      *     QUANTIDADE DEVOLVIDA                                       *00131800
            MOVE 'N'                   TO WRK-PAB-ACHOU                 00131900
            IF WRK-TAB-PAB-QTDE GREATER ZEROS                           00132000
               SET WRK-IDX-PAB         TO 1                             00132100
               SEARCH WRK-TAB-PAB                                       00132200
                 AT END                                                 00132300
                    CONTINUE                                            00132400
                 WHEN WRK-IDX-PAB GREATER WRK-TAB-PAB-QTDE              00132500
                    CONTINUE                                            00132600
                 WHEN WRK-TAB-PAB-COD-PECA (WRK-IDX-PAB)                00132700
                           EQUAL FD-DEV-COD-PECA                        00132800
                  AND WRK-TAB-PAB-COD-FORN (WRK-IDX-PAB)                00132900
                           EQUAL FD-DEV-COD-FORN                        00133000
                  AND WRK-TAB-PAB-SITUACAO (WRK-IDX-PAB)                00133100
                           EQUAL 'A'                                    00133200
                    MOVE 'S'           TO WRK-PAB-ACHOU                 00133300
               END-SEARCH                                               00133400
            END-IF                                                      00133500
                                                                        00133600
            IF WRK-PAB-ACHOU-SIM                                        00133700
               ADD FD-DEV-QUANT        TO WRK-TAB-PAB-QUANT             00133800
                                           (WRK-IDX-PAB)                00133900
               MOVE 'SOMADA'           TO WRK-REPOSICAO                 00134000
               ADD 1                   TO ACUM-PED-SOMADOS              00134100
               GO                  TO 3470-99-FIM                       00134200
            END-IF                                                      00134300
                                                                        00134400
      *     SEM PEDIDO EM ABERTO: ABRE UM NOVO, COM PREVISAO PELO      *00134500
      *     PRAZO DO FORNECEDOR EM DIAS UTEIS                          *00134600
            IF WRK-TAB-PAB-QTDE GREATER OR EQUAL 300                    00134700
               MOVE 'TABELA DE PEDIDOS CHEIA'    TO WRK-MENSAGEM        00134800
               MOVE '3470  '                     TO WRK-SECAO           00134900
               MOVE SPACES                       TO WRK-STATUS          00135000
               PERFORM 9000-TRATAR-ERRO                                 00135100
            END-IF                                                      00135200
                                                                        00135300
            MOVE 'P'                   TO WRK-DTP-FUNCAO                00135400
            MOVE WRK-DATA-EXEC         TO WRK-DTP-DATA-BASE             00135500
            MOVE WRK-TAB-CAF-PRAZO (WRK-IDX-CAF)                        00135600
                                       TO WRK-DTP-QTD-DIAS              00135700
            CALL 'LERDATAP'            USING WRK-DATPRC                 00135800
            MOVE SPACES                TO WRK-DTP-FUNCAO                00135900
                                                                        00136000
            ADD 1                      TO WRK-TAB-PAB-QTDE              00136100
            SET WRK-IDX-PAB            TO WRK-TAB-PAB-QTDE              00136200
            MOVE FD-DEV-COD-PECA       TO WRK-TAB-PAB-COD-PECA          00136300
                                           (WRK-IDX-PAB)                00136400
            MOVE FD-DEV-COD-FORN       TO WRK-TAB-PAB-COD-FORN          00136500
                                           (WRK-IDX-PAB)                00136600
            MOVE WRK-DATA-EXEC         TO WRK-TAB-PAB-DATA              00136700
                                           (WRK-IDX-PAB)                00136800
            MOVE WRK-DTP-DATA-UTIL     TO WRK-TAB-PAB-DATA-PREV         00136900
                                           (WRK-IDX-PAB)                00137000
            MOVE FD-DEV-QUANT          TO WRK-TAB-PAB-QUANT             00137100
                                           (WRK-IDX-PAB)                00137200
            MOVE 'A'                   TO WRK-TAB-PAB-SITUACAO          00137300
                                           (WRK-IDX-PAB)                00137400
            MOVE 'NOVO PED'            TO WRK-REPOSICAO                 00137500
            ADD 1                      TO ACUM-PED-ABERTOS.             00137600
                                                                        00137700
      *----------------------------------------------------------------*00137800
       3470-99-FIM.                           EXIT.                     00137900
      *----------------------------------------------------------------*00138000
                                                                        00138100
      *----------------------------------------------------------------*00138200
       3480-LIBERAR-RELATORIO                 SECTION.                  00138300
      *----------------------------------------------------------------*00138400
                                                                        00138500
            MOVE FD-DEV-COD-FORN       TO SD-DEV-COD-FORN               00138600
            MOVE FD-DEV-COD-PECA       TO SD-DEV-COD-PECA               00138700
            MOVE FD-DEV-DEPOSITO       TO SD-DEV-DEPOSITO               00138800
            MOVE FD-DEV-DATA-RECEB     TO SD-DEV-DATA-RECEB             00138900
            MOVE FD-DEV-QUANT          TO SD-DEV-QUANT                  00139000
            MOVE WRK-VALOR-NOTA        TO SD-DEV-VALOR                  00139100
            MOVE FD-DEV-MOTIVO         TO SD-DEV-MOTIVO                 00139200
            MOVE WRK-REPOSICAO         TO SD-DEV-REPOSICAO              00139300
            RELEASE SD-SORTDEV.                                         00139400
                                                                        00139500
      *----------------------------------------------------------------*00139600
       3480-99-FIM.                           EXIT.                     00139700
      *----------------------------------------------------------------*00139800
                                                                        00139900
      ******************************************************************00140000
      *     D E V O L U C O E S   A L E M   D O   E S T O Q U E        *00140100
      ******************************************************************00140200
                                                                        00140300
      *----------------------------------------------------------------*00140400
       3500-RECUSAR-SOBRAS                    SECTION.                  00140500
      *----------------------------------------------------------------*00140600
                                                                        00140700
            MOVE 'PECA INEXISTENTE NO ESTOQUE'                          00140800
                                       TO WRK-MOTIVO-RECUSA             00140900
            PERFORM 3800-GRAVAR-RECUSA                                  00141000
            PERFORM 2200-LER-DEVFORN.                                   00141100
                                                                        00141200
      *----------------------------------------------------------------*00141300
       3500-99-FIM.                           EXIT.                     00141400
      *----------------------------------------------------------------*00141500
                                                                        00141600
      *----------------------------------------------------------------*00141700
       3800-GRAVAR-RECUSA                     SECTION.                  00141800
      *----------------------------------------------------------------*00141900
                                                                        00142000
            MOVE FD-DEVFORN            TO FD-DRJ-DEVOLUCAO              00142100
            MOVE WRK-MOTIVO-RECUSA     TO FD-DRJ-MOTIVO                 00142200
            WRITE FD-DEVREJ                                             00142300
            PERFORM 1100-TESTAR-STATUS                                  00142400
            ADD 1                      TO ACUM-RECUSADAS                00142500
                                                                        00142600
            MOVE 'A'                   TO WRK-SEVERIDADE                00142700
            MOVE 'FR05EX66'            TO WRK-PROGRAMA                  00142800
            MOVE '3800  '              TO WRK-SECAO                     00142900
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00143000
            MOVE FD-DEV-COD-PECA       TO WRK-STATUS                    00143100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00143200
                                                                        00143300
      *----------------------------------------------------------------*00143400
       3800-99-FIM.                           EXIT.                     00143500
      *----------------------------------------------------------------*00143600
                                                                        00143700
      *----------------------------------------------------------------*00143800
       3900-GRAVAR-GRUPO                      SECTION.                  00143900
      *----------------------------------------------------------------*00144000
                                                                        00144100
            PERFORM 3910-GRAVAR-REGISTRO                                00144200
                    VARYING WRK-IND-DEP FROM 1 BY 1                     00144300
                    UNTIL WRK-IND-DEP GREATER WRK-TAB-GRP-QTDE.         00144400
                                                                        00144500
      *----------------------------------------------------------------*00144600
       3900-99-FIM.                           EXIT.                     00144700
      *----------------------------------------------------------------*00144800
                                                                        00144900
      *----------------------------------------------------------------*00145000
       3910-GRAVAR-REGISTRO                   SECTION.                  00145100
      *----------------------------------------------------------------*00145200
                                                                        00145300
            SET WRK-IDX-GRP            TO WRK-IND-DEP                   00145400
            WRITE FD-PECASNOV          FROM WRK-TAB-GRP-REG             00145500
                                            (WRK-IDX-GRP)               00145600
            PERFORM 1100-TESTAR-STATUS                                  00145700
            ADD 1                      TO ACUM-GRAV-PECASNOV.           00145800
                                                                        00145900
      *----------------------------------------------------------------*00146000
       3910-99-FIM.                           EXIT.                     00146100
      *----------------------------------------------------------------*00146200
                                                                        00146300
      ******************************************************************00146400
      *                     F I N A L I Z A R                          *00146500
      ******************************************************************00146600
                                                                        00146700
      *----------------------------------------------------------------*00146800
       4000-FINALIZAR                        SECTION.                   00146900
      *----------------------------------------------------------------*00147000
                                                                        00147100
            PERFORM 4050-GRAVAR-PED-ABERTOS                             00147200
                                                                        00147300
            CLOSE ARQPECAS                                              00147400
                  DEVFORN                                               00147500
                  CTAPAG                                                00147600
                  PECASNOV                                              00147700
                  DEVREJ                                                00147800
                  RELDEV                                                00147900
                                                                        00148000
            DISPLAY '*************************************************' 00148100
            DISPLAY '        DEVOLUCAO A FORNECEDOR                   ' 00148200
            DISPLAY '                                                 ' 00148300
            DISPLAY '  LIDOS ARQPECAS      :  ' ACUM-LIDOS-PECAS        00148400
            DISPLAY '  LIDOS CADFORN       :  ' ACUM-LIDOS-CADFORN      00148500
            DISPLAY '  LIDOS CTAPAG        :  ' ACUM-LIDOS-CTAPAG       00148600
            DISPLAY '  DEVOLUCOES LIDAS    :  ' ACUM-LIDAS-DEVOL        00148700
            DISPLAY '  APLICADAS           :  ' ACUM-APLICADAS          00148800
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00148900
            DISPLAY '  NOTAS DE CREDITO    :  ' ACUM-NOTAS-CREDITO      00149000
            DISPLAY '  VALOR CREDITADO     :  ' ACUM-VALOR-CREDITO      00149100
            DISPLAY '  PEDIDOS SOMADOS     :  ' ACUM-PED-SOMADOS        00149200
            DISPLAY '  PEDIDOS ABERTOS     :  ' ACUM-PED-ABERTOS        00149300
            DISPLAY '  REPOSICAO BLOQUEADA :  ' ACUM-REPOS-BLOQ         00149400
            DISPLAY '  GRAVADOS PECASNOV   :  ' ACUM-GRAV-PECASNOV      00149500
            DISPLAY '                                                 ' 00149600
            DISPLAY '*************************************************'.00149700
                                                                        00149800
      *----------------------------------------------------------------*00149900
       4000-99-FIM.                           EXIT.                     00150000
      *----------------------------------------------------------------*00150100
                                                                        00150200
      ******************************************************************00150300
      *     G R A V A R   P E D I D O S   E M   A B E R T O            *00150400
      ******************************************************************00150500
      *----------------------------------------------------------------*00150600
       4050-GRAVAR-PED-ABERTOS               SECTION.                   00150700
      *----------------------------------------------------------------*00150800
                                                                        00150900
            OPEN OUTPUT PEDABNOV                                        00151000
            PERFORM 4090-TESTAR-PEDABNOV                                00151100
                                                                        00151200
            PERFORM 4060-GRAVAR-UM-PEDIDO                               00151300
                    VARYING WRK-IDX-PAB FROM 1 BY 1                     00151400
                    UNTIL WRK-IDX-PAB GREATER WRK-TAB-PAB-QTDE          00151500
                                                                        00151600
            CLOSE PEDABNOV.                                             00151700
                                                                        00151800
      *----------------------------------------------------------------*00151900
       4050-99-FIM.                           EXIT.                     00152000
      *----------------------------------------------------------------*00152100
                                                                        00152200
      *----------------------------------------------------------------*00152300
       4060-GRAVAR-UM-PEDIDO                 SECTION.                   00152400
      *----------------------------------------------------------------*00152500
                                                                        00152600
            MOVE SPACES               TO WRK-PEDABERTO                  00152700
            MOVE WRK-TAB-PAB-COD-PECA (WRK-IDX-PAB)                     00152800
                                      TO FD-PED-COD-PECA                00152900
            MOVE WRK-TAB-PAB-COD-FORN (WRK-IDX-PAB)                     00153000
                                      TO FD-PED-COD-FORN                00153100
            MOVE WRK-TAB-PAB-DATA (WRK-IDX-PAB)                         00153200
                                      TO FD-PED-DATA                    00153300
            MOVE WRK-TAB-PAB-DATA-PREV (WRK-IDX-PAB)                    00153400
                                      TO FD-PED-DATA-PREV               00153500
            MOVE WRK-TAB-PAB-QUANT (WRK-IDX-PAB)                        00153600
                                      TO FD-PED-QUANT                   00153700
            MOVE WRK-TAB-PAB-SITUACAO (WRK-IDX-PAB)                     00153800
                                      TO FD-PED-SITUACAO                00153900
            WRITE FD-PEDABNOV         FROM WRK-PEDABERTO                00154000
            PERFORM 4090-TESTAR-PEDABNOV.                               00154100
                                                                        00154200
      *----------------------------------------------------------------*00154300
       4060-99-FIM.                           EXIT.                     00154400
      *----------------------------------------------------------------*00154500
                                                                        00154600
      *----------------------------------------------------------------*00154700
       4090-TESTAR-PEDABNOV                  SECTION.                   00154800
      *----------------------------------------------------------------*00154900
                                                                        00155000
            IF WRK-FS-PEDABNOV NOT EQUAL ZEROS                          00155100
               MOVE 'ERRO NO ARQUIVO PEDABNOV'   TO WRK-MENSAGEM        00155200
               MOVE '4090  '                     TO WRK-SECAO           00155300
               MOVE WRK-FS-PEDABNOV              TO WRK-STATUS          00155400
               PERFORM 9000-TRATAR-ERRO                                 00155500
            END-IF.                                                     00155600
                                                                        00155700
      *----------------------------------------------------------------*00155800
       4090-99-FIM.                           EXIT.                     00155900
      *----------------------------------------------------------------*00156000
                                                                        00156100
      ******************************************************************00156200
      *   R E L A T O R I O   P O R   F O R N E C E D O R  (SAIDA)     *00156300
      ******************************************************************00156400
                                                                        00156500
      *----------------------------------------------------------------*00156600
       5000-EMITIR-RELATORIO                 SECTION.                   00156700
      *----------------------------------------------------------------*00156800
                                                                        00156900
           PERFORM 5100-RETORNAR                                        00157000
                                                                        00157100
           PERFORM 5200-QUEBRA-FORNECEDOR                               00157200
                   UNTIL WRK-FIM-SORT-SIM                               00157300
                                                                        00157400
           MOVE SPACES               TO FD-RELDEV                       00157500
           WRITE FD-RELDEV                                              00157600
           MOVE 'FORNECEDORES'       TO WRK-LT-TEXTO                    00157700
           MOVE WRK-TOT-FORNECEDORES TO WRK-LT-QTD                      00157800
           MOVE ZEROS                TO WRK-LT-VALOR                    00157900
           WRITE FD-RELDEV           FROM WRK-LINTOT                    00158000
           MOVE 'DEVOLUCOES APLICADAS'                                  00158100
                                     TO WRK-LT-TEXTO                    00158200
           MOVE WRK-TOT-DEVOLUCOES   TO WRK-LT-QTD                      00158300
           MOVE WRK-TOT-VALOR        TO WRK-LT-VALOR                    00158400
           WRITE FD-RELDEV           FROM WRK-LINTOT                    00158500
           MOVE 'PECAS DEVOLVIDAS'   TO WRK-LT-TEXTO                    00158600
           MOVE WRK-TOT-QUANT        TO WRK-LT-QTD                      00158700
           MOVE ZEROS                TO WRK-LT-VALOR                    00158800
           WRITE FD-RELDEV           FROM WRK-LINTOT                    00158900
           MOVE 'RECUSADAS (DEVREJ)' TO WRK-LT-TEXTO                    00159000
           MOVE ACUM-RECUSADAS       TO WRK-LT-QTD                      00159100
           WRITE FD-RELDEV           FROM WRK-LINTOT                    00159200
           PERFORM 1100-TESTAR-STATUS.                                  00159300
                                                                        00159400
      *----------------------------------------------------------------*00159500
       5000-99-FIM.                           EXIT.                     00159600
      *----------------------------------------------------------------*00159700
                                                                        00159800
      *----------------------------------------------------------------*00159900
       5100-RETORNAR                         SECTION.                   00160000
      *----------------------------------------------------------------*00160100
                                                                        00160200
           RETURN WRK-SORTDEV                                           00160300
                  AT END MOVE 'S'     TO WRK-FIM-SORT.                  00160400
                                                                        00160500
      *----------------------------------------------------------------*00160600
       5100-99-FIM.                           EXIT.                     00160700
      *----------------------------------------------------------------*00160800
                                                                        00160900
      *----------------------------------------------------------------*00161000
       5200-QUEBRA-FORNECEDOR                SECTION.                   00161100
      *----------------------------------------------------------------*00161200
                                                                        00161300
           MOVE SD-DEV-COD-FORN      TO WRK-QUEBRA-FORN                 00161400
           MOVE ZEROS                TO WRK-SUB-DEVOLUCOES              00161500
                                        WRK-SUB-QUANT                   00161600
                                        WRK-SUB-VALOR                   00161700
                                                                        00161800
           PERFORM 5300-LISTAR-DEVOLUCAO                                00161900
                   UNTIL WRK-FIM-SORT-SIM                               00162000
                      OR SD-DEV-COD-FORN NOT EQUAL WRK-QUEBRA-FORN      00162100
                                                                        00162200
           MOVE WRK-QUEBRA-FORN      TO WRK-LS-FORN                     00162300
           MOVE WRK-SUB-DEVOLUCOES   TO WRK-LS-DEVOLUCOES               00162400
           MOVE WRK-SUB-QUANT        TO WRK-LS-QUANT                    00162500
           MOVE WRK-SUB-VALOR        TO WRK-LS-VALOR                    00162600
           WRITE FD-RELDEV           FROM WRK-LINSUB                    00162700
           MOVE SPACES               TO FD-RELDEV                       00162800
           WRITE FD-RELDEV                                              00162900
           PERFORM 1100-TESTAR-STATUS                                   00163000
                                                                        00163100
           ADD 1                     TO WRK-TOT-FORNECEDORES            00163200
           ADD WRK-SUB-DEVOLUCOES    TO WRK-TOT-DEVOLUCOES              00163300
           ADD WRK-SUB-QUANT         TO WRK-TOT-QUANT                   00163400
           ADD WRK-SUB-VALOR         TO WRK-TOT-VALOR.                  00163500
                                                                        00163600
      *----------------------------------------------------------------*00163700
       5200-99-FIM.                           EXIT.                     00163800
      *----------------------------------------------------------------*00163900
                                                                        00164000
      *----------------------------------------------------------------*00164100
       5300-LISTAR-DEVOLUCAO                 SECTION.                   00164200
      *----------------------------------------------------------------*00164300
                                                                        00164400
           MOVE SD-DEV-COD-FORN      TO WRK-LD-FORN                     00164500
           MOVE SD-DEV-COD-PECA      TO WRK-LD-PECA                     00164600
           MOVE SD-DEV-DEPOSITO      TO WRK-LD-DEPOSITO                 00164700
           MOVE SD-DEV-DATA-RECEB    TO WRK-LD-DATA-RECEB               00164800
           MOVE SD-DEV-QUANT         TO WRK-LD-QUANT                    00164900
           MOVE SD-DEV-VALOR         TO WRK-LD-VALOR                    00165000
           MOVE SD-DEV-MOTIVO        TO WRK-LD-MOTIVO                   00165100
           MOVE SD-DEV-REPOSICAO     TO WRK-LD-REPOSICAO                00165200
           WRITE FD-RELDEV           FROM WRK-LINDEV                    00165300
           PERFORM 1100-TESTAR-STATUS                                   00165400
                                                                        00165500
           ADD 1                     TO WRK-SUB-DEVOLUCOES              00165600
           ADD SD-DEV-QUANT          TO WRK-SUB-QUANT                   00165700
           ADD SD-DEV-VALOR          TO WRK-SUB-VALOR                   00165800
                                                                        00165900
           PERFORM 5100-RETORNAR.                                       00166000
                                                                        00166100
      *----------------------------------------------------------------*00166200
       5300-99-FIM.                           EXIT.                     00166300
      *----------------------------------------------------------------*00166400
                                                                        00166500
      ******************************************************************00166600
      *                   T R A T A R  E R R O                         *00166700
      ******************************************************************00166800
                                                                        00166900
       9000-TRATAR-ERRO                     SECTION.                    00167000
      *----------------------------------------------------------------*00167100
                  MOVE 'F'                TO WRK-SEVERIDADE             00167200
                  MOVE 'FR05EX66'         TO WRK-PROGRAMA               00167300
                  CALL 'GRAVALOG'         USING WRK-LOG                 00167400
                  MOVE 16                 TO RETURN-CODE                00167500
                  GOBACK.                                               00167600
      *----------------------------------------------------------------*00167700
       9000-99-FIM.                           EXIT.                     00167800
      *----------------------------------------------------------------*00167900
