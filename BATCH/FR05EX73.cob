      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX73.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX73                                       *00002000
      *    TIPO.......: PREVISAO DE CAIXA DE FORNECEDORES              *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : PREVER, PARA A TESOURARIA, QUANTO SERA PAGO AOS  *00002800
      *               FORNECEDORES NAS 13 SEMANAS A PARTIR DA DATA DE  *00002900
      *               MOVIMENTO (SEMANAS CORRIDAS DE 7 DIAS):          *00003000
      *               1) COMPROMETIDO: TITULOS ABERTOS DO CTAPAG PELO  *00003100
      *                  VENCIMENTO, PELO SALDO (VALOR - ABATIDO);     *00003200
      *               2) PREVISTO: PEDIDOS ABERTOS DO PEDABERT PELO    *00003300
      *                  PRECO CONTRATADO DO PRECONT VIGENTE NA DATA   *00003400
      *                  PREVISTA DE ENTREGA (SEM CONTRATO, PELO       *00003500
      *                  ULTIMO CUSTO DO ARQPECAS), VENCENDO NA DATA   *00003600
      *                  PREVISTA MAIS O PRAZO DO FORNECEDOR NO        *00003700
      *                  CADFORN EM DIAS UTEIS (LERDATAP, FUNCAO 'P'), *00003800
      *                  COMO O FR05EX07 FARA NO RECEBIMENTO. PEDIDO   *00003900
      *                  COM ENTREGA JA VENCIDA CONTA COMO RECEBIDO NA *00004000
      *                  DATA DE MOVIMENTO;                            *00004100
      *               3) AS NOTAS DE CREDITO EM ABERTO (DEVOLUCOES)    *00004200
      *                  ABATEM O COMPROMETIDO DO FORNECEDOR A PARTIR  *00004300
      *                  DO VENCIMENTO MAIS ANTIGO, COMO O FR05EX38    *00004400
      *                  COMPENSA NO PAGAMENTO.                        *00004500
      *               TITULO VENCIDO E NAO PAGO SAI NA FAIXA VENCIDOS; *00004600
      *               O QUE VENCE DEPOIS DA 13A SEMANA SAI NA FAIXA    *00004700
      *               APOS 13. O RELATORIO E POR FORNECEDOR (ORDEM DO  *00004800
      *               CADFORN) COM O RESUMO GERAL NO FIM, E O EXTRATO  *00004900
      *               PREVCX (B#PREVCX) LEVA O RESUMO A TESOURARIA.    *00005000
      *----------------------------------------------------------------*00005100
      *    ARQUIVOS :                                                  *00005200
      *    DDNAME          I/O                                         *00005300
      *    JCLCTAPG         I    CONTAS A PAGAR (CTAPAG)               *00005400
      *    JCLPEDAB         I    PEDIDOS DE COMPRA EM ABERTO           *00005500
      *    JCLPRECO         I    PRECOS CONTRATADOS (OPCIONAL)         *00005600
      *    JCLFORN          I    CADASTRO DE FORNECEDORES              *00005700
      *    JCLPECAS         I    PECAS EM ESTOQUE (ULTIMO CUSTO)       *00005800
      *    JCLRELCX         O    RELATORIO DA PREVISAO DE CAIXA        *00005900
      *    JCLPREVC         O    EXTRATO DA PREVISAO PARA TESOURARIA   *00006000
      *----------------------------------------------------------------*00006100
      *    BOOKS    :    B#CTAPAG, B#PEDAB, B#PRECO, B#FORN, B#ARQE,   *00006200
      *                  B#PREVCX, B#GRALOG, B#RUNCTL, B#DATPRC        *00006300
      *----------------------------------------------------------------*00006400
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006500
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006600
      *                  LERDATAP - DATA DE MOVIMENTO E DIA UTIL       *00006700
      *----------------------------------------------------------------*00006800
      *    OBS      :    ARQPECAS CLASSIFICADO POR PECA+DEPOSITO; VALE *00006900
      *                  O CUSTO DO PRIMEIRO DEPOSITO DA PECA.         *00007000
      *----------------------------------------------------------------*00007100
      *    PARAMETROS (VIA SYSIN):                                     *00007200
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007300
      *----------------------------------------------------------------*00007400
      *    HISTORICO DE ALTERACOES:                                    *00007500
      *      DATA        RESP.    DESCRICAO                            *00007600
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007700
      ******************************************************************00007800
      *================================================================*00007900
                                                                        00008000
      *================================================================*00008100
       ENVIRONMENT                                DIVISION.             00008200
      *================================================================*00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       CONFIGURATION                              SECTION.              00008600
      *----------------------------------------------------------------*00008700
                                                                        00008800
       SPECIAL-NAMES.                                                   00008900
           DECIMAL-POINT IS COMMA.                                      00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       INPUT-OUTPUT                               SECTION.              00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
       FILE-CONTROL.                                                    00009600
             SELECT CTAPAG    ASSIGN     TO JCLCTAPG                    00009700
                    FILE STATUS     IS WRK-FS-CTAPAG.                   00009800
                                                                        00009900
             SELECT PEDABERT  ASSIGN     TO JCLPEDAB                    00010000
                    FILE STATUS     IS WRK-FS-PEDABERT.                 00010100
                                                                        00010200
             SELECT PRECONT   ASSIGN     TO JCLPRECO                    00010300
                    FILE STATUS     IS WRK-FS-PRECONT.                  00010400
                                                                        00010500
             SELECT CADFORN   ASSIGN     TO JCLFORN                     00010600
                    FILE STATUS     IS WRK-FS-CADFORN.                  00010700
                                                                        00010800
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00010900
                    FILE STATUS     IS WRK-FS-PECAS.                    00011000
                                                                        00011100
             SELECT RELPCX    ASSIGN     TO JCLRELCX                    00011200
                    FILE STATUS     IS WRK-FS-RELPCX.                   00011300
                                                                        00011400
             SELECT PREVCX    ASSIGN     TO JCLPREVC                    00011500
                    FILE STATUS     IS WRK-FS-PREVCX.                   00011600
                                                                        00011700
      *================================================================*00011800
       DATA                                      DIVISION.              00011900
      *================================================================*00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
       FILE                                      SECTION.               00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
      *  INPUT - CONTAS A PAGAR (CTAPAG) - LRECL = 060.                *00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
       FD CTAPAG                                                        00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
                                                                        00013300
           COPY 'B#CTAPAG'.                                             00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
      *  INPUT - PEDIDOS DE COMPRA EM ABERTO (PEDABERT) - LRECL = 040. *00013700
      *----------------------------------------------------------------*00013800
                                                                        00013900
       FD PEDABERT                                                      00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
       01 FD-PEDABERT       PIC X(040).                                 00014300
                                                                        00014400
      *----------------------------------------------------------------*00014500
      *  INPUT - PRECOS CONTRATADOS (PRECONT) - LRECL = 040.           *00014600
      *----------------------------------------------------------------*00014700
                                                                        00014800
       FD PRECONT                                                       00014900
           RECORDING MODE IS F                                          00015000
           BLOCK CONTAINS 0 RECORDS.                                    00015100
       01 FD-PRECONT        PIC X(040).                                 00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
      *  INPUT - CADASTRO DE FORNECEDORES (CADFORN) - LRECL = 060.     *00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
       FD CADFORN                                                       00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-CADFORN        PIC X(060).                                 00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       FD ARQPECAS                                                      00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-PECAS          PIC X(050).                                 00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
      *  OUTPUT - RELATORIO DA PREVISAO DE CAIXA (RELPCX) - LRECL = 080*00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
       FD RELPCX                                                        00017600
           RECORDING MODE IS F                                          00017700
           BLOCK CONTAINS 0 RECORDS.                                    00017800
       01 FD-RELPCX         PIC X(080).                                 00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
      *  OUTPUT - EXTRATO PARA A TESOURARIA (PREVCX) - LRECL = 080.    *00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       FD PREVCX                                                        00018500
           RECORDING MODE IS F                                          00018600
           BLOCK CONTAINS 0 RECORDS.                                    00018700
       01 FD-PREVCX         PIC X(080).                                 00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       WORKING-STORAGE                            SECTION.              00019100
      *----------------------------------------------------------------*00019200
      *----------------------------------------------------------------*00019300
       01 FILLER                         PIC X(050)       VALUE         00019400
                   '*** INICIO DA WORKING FR05EX73 ***'.                00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
       77 WRK-FS-CTAPAG                  PIC X(002) VALUE SPACES.       00019800
       77 WRK-FS-PEDABERT                PIC X(002) VALUE SPACES.       00019900
       77 WRK-FS-PRECONT                 PIC X(002) VALUE SPACES.       00020000
       77 WRK-FS-CADFORN                 PIC X(002) VALUE SPACES.       00020100
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00020200
       77 WRK-FS-RELPCX                  PIC X(002) VALUE SPACES.       00020300
       77 WRK-FS-PREVCX                  PIC X(002) VALUE SPACES.       00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01 FILLER                         PIC X(050)       VALUE         00020700
                     '*** AREA DA ACUMULADORES ***'.                    00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       77 ACUM-LIDOS-TITULOS             PIC 9(007) VALUE ZEROS.        00021100
       77 ACUM-LIDOS-PEDIDOS             PIC 9(007) VALUE ZEROS.        00021200
       77 ACUM-TITULOS-PREVISTOS         PIC 9(005) VALUE ZEROS.        00021300
       77 ACUM-CREDITOS-ABERTOS          PIC 9(005) VALUE ZEROS.        00021400
       77 ACUM-PEDIDOS-PREVISTOS         PIC 9(005) VALUE ZEROS.        00021500
       77 ACUM-PEDIDOS-ATRASADOS         PIC 9(005) VALUE ZEROS.        00021600
       77 ACUM-PRECO-CONTRATO            PIC 9(005) VALUE ZEROS.        00021700
       77 ACUM-PRECO-CUSTO               PIC 9(005) VALUE ZEROS.        00021800
       77 ACUM-SEM-PRECO                 PIC 9(005) VALUE ZEROS.        00021900
       77 ACUM-FORN-LISTADOS             PIC 9(005) VALUE ZEROS.        00022000
       77 ACUM-GRAV-PREVCX               PIC 9(005) VALUE ZEROS.        00022100
       77 ACUM-VALOR-COMPROMETIDO        PIC 9(011)V99 VALUE ZEROS.     00022200
       77 ACUM-VALOR-PREVISTO            PIC 9(011)V99 VALUE ZEROS.     00022300
       77 ACUM-VALOR-COMPENSADO          PIC 9(011)V99 VALUE ZEROS.     00022400
       77 ACUM-VALOR-ACUMULADO           PIC 9(011)V99 VALUE ZEROS.     00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
       01 FILLER                         PIC X(050)       VALUE         00022800
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
       77 WRK-FORN-ACHOU                 PIC X(001) VALUE 'N'.          00023200
           88 WRK-FORN-ACHOU-SIM                    VALUE 'S'.          00023300
       77 WRK-PRC-ACHOU                  PIC X(001) VALUE 'N'.          00023400
           88 WRK-PRC-ACHOU-SIM                     VALUE 'S'.          00023500
       77 WRK-FORN-BUSCA                 PIC X(005) VALUE SPACES.       00023600
       77 WRK-PECA-ANT                   PIC X(006) VALUE SPACES.       00023700
       77 WRK-DATA-RECEB                 PIC X(008) VALUE SPACES.       00023800
       77 WRK-DATA-VENC                  PIC X(008) VALUE SPACES.       00023900
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00024000
       77 WRK-DATA-AUX-N                 PIC 9(008) VALUE ZEROS.        00024100
       77 WRK-DIAS-INT                   PIC 9(007) VALUE ZEROS.        00024200
       77 WRK-DIAS-DIF                   PIC S9(007) VALUE ZEROS.       00024300
       77 WRK-QUOCIENTE                  PIC 9(005) VALUE ZEROS.        00024400
       77 WRK-FAIXA                      PIC 9(002) VALUE ZEROS.        00024500
       77 WRK-PRECO-APLICADO             PIC 9(005)V99 VALUE ZEROS.     00024600
       77 WRK-VALOR-ABERTO               PIC 9(011)V99 VALUE ZEROS.     00024700
       77 WRK-VALOR-ABATER               PIC 9(011)V99 VALUE ZEROS.     00024800
       77 WRK-TOT-COMPROMETIDO           PIC 9(011)V99 VALUE ZEROS.     00024900
       77 WRK-TOT-PREVISTO               PIC 9(011)V99 VALUE ZEROS.     00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
      *    FAIXAS DE VENCIMENTO: 1 = VENCIDOS, 2 A 14 = SEMANAS 01 A   *00025300
      *    13 A PARTIR DA DATA DE MOVIMENTO, 15 = APOS A 13A SEMANA    *00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
       01 WRK-TAB-FAIXAS.                                               00025700
          05 WRK-TAB-FAI                OCCURS 15 TIMES.                00025800
             10 WRK-FAI-SEMANA          PIC 9(02).                      00025900
             10 WRK-FAI-ROTULO          PIC X(08).                      00026000
             10 WRK-FAI-INICIO          PIC X(08).                      00026100
             10 WRK-FAI-FIM             PIC X(08).                      00026200
             10 WRK-FAI-COMPROMETIDO    PIC 9(11)V99.                   00026300
             10 WRK-FAI-PREVISTO        PIC 9(11)V99.                   00026400
                                                                        00026500
       01 WRK-ROTULO-SEMANA.                                            00026600
          05 FILLER                     PIC X(05) VALUE 'SEM. '.        00026700
          05 WRK-RTS-SEMANA             PIC 9(02).                      00026800
          05 FILLER                     PIC X(01) VALUE SPACES.         00026900
                                                                        00027000
      *----------------------------------------------------------------*00027100
      *    FORNECEDORES (ORDEM DO CADFORN; NAO CADASTRADO ENTRA NO     *00027200
      *    FIM) COM O CREDITO A COMPENSAR E AS 15 FAIXAS               *00027300
      *----------------------------------------------------------------*00027400
                                                                        00027500
       01 WRK-TAB-FORNECEDORES.                                         00027600
          05 WRK-TAB-FCX                OCCURS 300 TIMES                00027700
                                         INDEXED BY WRK-IDX-FCX.        00027800
             10 WRK-FCX-CODIGO          PIC X(05).                      00027900
             10 WRK-FCX-RAZAO           PIC X(20).                      00028000
             10 WRK-FCX-PRAZO           PIC 9(03).                      00028100
             10 WRK-FCX-CADASTRADO      PIC X(01).                      00028200
                 88 WRK-FCX-CADASTRADO-SIM  VALUE 'S'.                  00028300
             10 WRK-FCX-CREDITO         PIC 9(11)V99.                   00028400
             10 WRK-FCX-FAIXA           OCCURS 15 TIMES.                00028500
                15 WRK-FCX-COMPROMETIDO PIC 9(11)V99.                   00028600
                15 WRK-FCX-PREVISTO     PIC 9(11)V99.                   00028700
                                                                        00028800
       77 WRK-TAB-FCX-QTDE               PIC 9(003) VALUE ZEROS.        00028900
                                                                        00029000
      *----------------------------------------------------------------*00029100
      *    TABELA DE PRECOS CONTRATADOS (FORNECEDOR+PECA+VIGENCIA)     *00029200
      *----------------------------------------------------------------*00029300
                                                                        00029400
       01 WRK-TAB-PRECOS.                                               00029500
          05 WRK-TAB-PRC                OCCURS 300 TIMES                00029600
                                         INDEXED BY WRK-IDX-PRC.        00029700
             10 WRK-TAB-PRC-FORN        PIC X(05).                      00029800
             10 WRK-TAB-PRC-PECA        PIC X(06).                      00029900
             10 WRK-TAB-PRC-PRECO       PIC 9(05)V99.                   00030000
             10 WRK-TAB-PRC-VAL-INI     PIC X(08).                      00030100
             10 WRK-TAB-PRC-VAL-FIM     PIC X(08).                      00030200
                                                                        00030300
       77 WRK-TAB-PRC-QTDE               PIC 9(003) VALUE ZEROS.        00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
      *    ULTIMO CUSTO POR PECA (ARQPECAS, PRIMEIRO DEPOSITO)         *00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
       01 WRK-TAB-CUSTOS.                                               00031000
          05 WRK-TAB-CUS                OCCURS 1000 TIMES               00031100
                                         INDEXED BY WRK-IDX-CUS.        00031200
             10 WRK-TAB-CUS-COD-PECA    PIC X(06).                      00031300
             10 WRK-TAB-CUS-CUSTO       PIC 9(05)V99.                   00031400
                                                                        00031500
       77 WRK-TAB-CUS-QTDE               PIC 9(004) VALUE ZEROS.        00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
      *    LINHAS DO RELATORIO DA PREVISAO DE CAIXA                    *00031900
      *----------------------------------------------------------------*00032000
                                                                        00032100
       01 WRK-CABPCX.                                                   00032200
          05 FILLER                     PIC X(045) VALUE                00032300
             'PREVISAO DE CAIXA - FORNECEDORES - DATA BASE '.           00032400
          05 WRK-CP-DATA                PIC X(008).                     00032500
          05 FILLER                     PIC X(013) VALUE                00032600
             ' - 13 SEMANAS'.                                           00032700
          05 FILLER                     PIC X(014) VALUE SPACES.        00032800
                                                                        00032900
       01 WRK-CABCOL.                                                   00033000
          05 FILLER                     PIC X(002) VALUE SPACES.        00033100
          05 FILLER                     PIC X(008) VALUE 'FAIXA'.       00033200
          05 FILLER                     PIC X(001) VALUE SPACES.        00033300
          05 FILLER                     PIC X(008) VALUE 'INICIO'.      00033400
          05 FILLER                     PIC X(001) VALUE SPACES.        00033500
          05 FILLER                     PIC X(014) VALUE                00033600
             '  COMPROMETIDO'.                                          00033700
          05 FILLER                     PIC X(001) VALUE SPACES.        00033800
          05 FILLER                     PIC X(014) VALUE                00033900
             '      PREVISTO'.                                          00034000
          05 FILLER                     PIC X(001) VALUE SPACES.        00034100
          05 FILLER                     PIC X(014) VALUE                00034200
             '         TOTAL'.                                          00034300
          05 FILLER                     PIC X(016) VALUE SPACES.        00034400
                                                                        00034500
       01 WRK-LINFOR.                                                   00034600
          05 FILLER                     PIC X(011) VALUE                00034700
             'FORNECEDOR '.                                             00034800
          05 WRK-LF-CODIGO              PIC X(005).                     00034900
          05 FILLER                     PIC X(001) VALUE SPACES.        00035000
          05 WRK-LF-RAZAO               PIC X(020).                     00035100
          05 FILLER                     PIC X(007) VALUE ' PRAZO '.     00035200
          05 WRK-LF-PRAZO               PIC ZZ9.                        00035300
          05 FILLER                     PIC X(011) VALUE                00035400
             ' DIAS UTEIS'.                                             00035500
          05 FILLER                     PIC X(022) VALUE SPACES.        00035600
                                                                        00035700
       01 WRK-LINFAI.                                                   00035800
          05 FILLER                     PIC X(002) VALUE SPACES.        00035900
          05 WRK-LX-ROTULO              PIC X(008).                     00036000
          05 FILLER                     PIC X(001) VALUE SPACES.        00036100
          05 WRK-LX-INICIO              PIC X(008).                     00036200
          05 FILLER                     PIC X(001) VALUE SPACES.        00036300
          05 WRK-LX-COMPROMETIDO        PIC ZZZ.ZZZ.ZZ9,99.             00036400
          05 FILLER                     PIC X(001) VALUE SPACES.        00036500
          05 WRK-LX-PREVISTO            PIC ZZZ.ZZZ.ZZ9,99.             00036600
          05 FILLER                     PIC X(001) VALUE SPACES.        00036700
          05 WRK-LX-TOTAL               PIC ZZZ.ZZZ.ZZ9,99.             00036800
          05 FILLER                     PIC X(016) VALUE SPACES.        00036900
                                                                        00037000
       01 WRK-LINCRD.                                                   00037100
          05 FILLER                     PIC X(045) VALUE                00037200
             '  CREDITO DE DEVOLUCAO AINDA SEM COMPENSACAO '.           00037300
          05 WRK-LK-CREDITO             PIC ZZZ.ZZZ.ZZ9,99.             00037400
          05 FILLER                     PIC X(021) VALUE SPACES.        00037500
                                                                        00037600
       01 WRK-LINRES.                                                   00037700
          05 FILLER                     PIC X(080) VALUE                00037800
             '*** RESUMO GERAL DA PREVISAO - TODOS OS FORNECEDORES ***'.00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       01 FILLER                         PIC X(050)       VALUE         00038200
                     '*** AREA DOS BOOKS DE COMPRAS ***'.               00038300
      *----------------------------------------------------------------*00038400
                                                                        00038500
       COPY 'B#PEDAB'.                                                  00038600
                                                                        00038700
       COPY 'B#PRECO'.                                                  00038800
                                                                        00038900
       COPY 'B#FORN'.                                                   00039000
                                                                        00039100
       COPY 'B#ARQE'.                                                   00039200
                                                                        00039300
       COPY 'B#PREVCX'.                                                 00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       01 FILLER                         PIC X(050)       VALUE         00039700
                    '*** AREA DA BOOK GRAVALOG ***'.                    00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
                           COPY 'B#GRALOG'.                             00040100
                                                                        00040200
      ******************************************************************00040300
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00040400
      ******************************************************************00040500
                                                                        00040600
       COPY 'B#RUNCTL'.                                                 00040700
                                                                        00040800
       COPY 'B#DATPRC'.                                                 00040900
                                                                        00041000
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00041100
                                                                        00041200
      *================================================================*00041300
       PROCEDURE                                 DIVISION.              00041400
      *================================================================*00041500
                                                                        00041600
      ******************************************************************00041700
      *              P R O G R A M A  P R I N C I P A L                *00041800
      ******************************************************************00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       0000-PRINCIPAL                            SECTION.               00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
            PERFORM 1000-INICIAR                                        00042500
                                                                        00042600
            PERFORM 1200-CARREGAR-FORNECEDORES                          00042700
                                                                        00042800
            PERFORM 1300-CARREGAR-PRECOS                                00042900
                                                                        00043000
            PERFORM 1400-CARREGAR-CUSTOS                                00043100
                                                                        00043200
            PERFORM 1500-MONTAR-FAIXAS                                  00043300
                                                                        00043400
            PERFORM 2000-LER-CTAPAG                                     00043500
            PERFORM 2100-TRATAR-TITULO                                  00043600
                    UNTIL WRK-FS-CTAPAG EQUAL '10'                      00043700
                                                                        00043800
            PERFORM 2200-LER-PEDABERT                                   00043900
            PERFORM 2300-TRATAR-PEDIDO                                  00044000
                    UNTIL WRK-FS-PEDABERT EQUAL '10'                    00044100
                                                                        00044200
            IF WRK-TAB-FCX-QTDE GREATER ZEROS                           00044300
               PERFORM 2600-COMPENSAR-CREDITOS                          00044400
                       VARYING WRK-IDX-FCX FROM 1 BY 1                  00044500
                       UNTIL WRK-IDX-FCX GREATER WRK-TAB-FCX-QTDE       00044600
            END-IF                                                      00044700
                                                                        00044800
            PERFORM 3000-EMITIR-RELATORIO                               00044900
                                                                        00045000
            PERFORM 4000-FINALIZAR                                      00045100
                                                                        00045200
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00045300
            COMPUTE WRK-RUN-LIDOS     = ACUM-LIDOS-TITULOS              00045400
                                      + ACUM-LIDOS-PEDIDOS              00045500
            MOVE ACUM-GRAV-PREVCX     TO WRK-RUN-GRAVADOS               00045600
            MOVE ZEROS                TO WRK-RUN-RC                     00045700
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00045800
                                                                        00045900
            STOP RUN.                                                   00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       0000-99-FIM.                           EXIT.                     00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      ******************************************************************00046600
      *                       I N I C I A R                            *00046700
      ******************************************************************00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1000-INICIAR                           SECTION.                  00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00047400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00047500
           CALL 'LERDATAP'            USING WRK-DATPRC                  00047600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00047700
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00047800
           MOVE 'FR05EX73'            TO WRK-RUN-PROGRAMA               00047900
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00048000
           MOVE ZEROS                 TO WRK-RUN-RC                     00048100
                                         WRK-RUN-LIDOS                  00048200
                                         WRK-RUN-GRAVADOS               00048300
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00048400
                                                                        00048500
           IF WRK-RUN-DATA-JA-FEITA                                     00048600
              MOVE 'A'                TO WRK-SEVERIDADE                 00048700
              MOVE 'FR05EX73'         TO WRK-PROGRAMA                   00048800
              MOVE '1000  '           TO WRK-SECAO                      00048900
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00049000
                                      TO WRK-MENSAGEM                   00049100
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00049200
              CALL 'GRAVALOG'         USING WRK-LOG                     00049300
              MOVE 08                 TO RETURN-CODE                    00049400
              GOBACK                                                    00049500
           END-IF                                                       00049600
                                                                        00049700
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N (1:8)          00049800
                                                                        00049900
           OPEN INPUT  CTAPAG                                           00050000
                INPUT  PEDABERT                                         00050100
                OUTPUT RELPCX                                           00050200
                OUTPUT PREVCX                                           00050300
                                                                        00050400
           PERFORM 1100-TESTAR-STATUS.                                  00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1000-99-FIM.                            EXIT.                    00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       1100-TESTAR-STATUS                    SECTION.                   00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00051500
            AND WRK-FS-CTAPAG NOT EQUAL '10'                            00051600
              MOVE 'ERRO NO ARQUIVO CTAPAG'      TO WRK-MENSAGEM        00051700
              MOVE WRK-FS-CTAPAG                 TO WRK-STATUS          00051800
              PERFORM 9000-TRATAR-ERRO                                  00051900
           END-IF                                                       00052000
                                                                        00052100
           IF WRK-FS-PEDABERT NOT EQUAL ZEROS                           00052200
            AND WRK-FS-PEDABERT NOT EQUAL '10'                          00052300
              MOVE 'ERRO NO ARQUIVO PEDABERT'    TO WRK-MENSAGEM        00052400
              MOVE WRK-FS-PEDABERT               TO WRK-STATUS          00052500
              PERFORM 9000-TRATAR-ERRO                                  00052600
           END-IF                                                       00052700
                                                                        00052800
           IF WRK-FS-PRECONT NOT EQUAL ZEROS                            00052900
            AND WRK-FS-PRECONT NOT EQUAL '10'                           00053000
              MOVE 'ERRO NO ARQUIVO PRECONT'     TO WRK-MENSAGEM        00053100
              MOVE WRK-FS-PRECONT                TO WRK-STATUS          00053200
              PERFORM 9000-TRATAR-ERRO                                  00053300
           END-IF                                                       00053400
                                                                        00053500
           IF WRK-FS-CADFORN NOT EQUAL ZEROS                            00053600
            AND WRK-FS-CADFORN NOT EQUAL '10'                           00053700
              MOVE 'ERRO NO ARQUIVO CADFORN'     TO WRK-MENSAGEM        00053800
              MOVE WRK-FS-CADFORN                TO WRK-STATUS          00053900
              PERFORM 9000-TRATAR-ERRO                                  00054000
           END-IF                                                       00054100
                                                                        00054200
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00054300
            AND WRK-FS-PECAS NOT EQUAL '10'                             00054400
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00054500
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00054600
              PERFORM 9000-TRATAR-ERRO                                  00054700
           END-IF                                                       00054800
                                                                        00054900
           IF WRK-FS-RELPCX NOT EQUAL ZEROS                             00055000
              MOVE 'ERRO NO ARQUIVO RELPCX'      TO WRK-MENSAGEM        00055100
              MOVE WRK-FS-RELPCX                 TO WRK-STATUS          00055200
              PERFORM 9000-TRATAR-ERRO                                  00055300
           END-IF                                                       00055400
                                                                        00055500
           IF WRK-FS-PREVCX NOT EQUAL ZEROS                             00055600
              MOVE 'ERRO NO ARQUIVO PREVCX'      TO WRK-MENSAGEM        00055700
              MOVE WRK-FS-PREVCX                 TO WRK-STATUS          00055800
              PERFORM 9000-TRATAR-ERRO                                  00055900
           END-IF.                                                      00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1100-99-FIM.                            EXIT.                    00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
      ******************************************************************00056600
      *         C A R R E G A R   O S   F O R N E C E D O R E S        *00056700
      ******************************************************************00056800
                                                                        00056900
      *----------------------------------------------------------------*00057000
       1200-CARREGAR-FORNECEDORES            SECTION.                   00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
           OPEN INPUT CADFORN                                           00057400
           PERFORM 1100-TESTAR-STATUS                                   00057500
                                                                        00057600
           PERFORM 1210-LER-CADFORN                                     00057700
                                                                        00057800
           PERFORM 1220-GUARDAR-FORNECEDOR                              00057900
                   UNTIL WRK-FS-CADFORN EQUAL '10'                      00058000
                                                                        00058100
           CLOSE CADFORN.                                               00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       1200-99-FIM.                           EXIT.                     00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
      *----------------------------------------------------------------*00058800
       1210-LER-CADFORN                      SECTION.                   00058900
      *----------------------------------------------------------------*00059000
                                                                        00059100
           READ CADFORN              INTO WRK-CADFORN                   00059200
                                                                        00059300
           IF WRK-FS-CADFORN EQUAL '10'                                 00059400
              GO                  TO 1210-99-FIM                        00059500
           END-IF                                                       00059600
                                                                        00059700
           PERFORM 1100-TESTAR-STATUS.                                  00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       1210-99-FIM.                           EXIT.                     00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       1220-GUARDAR-FORNECEDOR               SECTION.                   00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
           MOVE FD-FORN-CODIGO        TO WRK-FORN-BUSCA                 00060800
           PERFORM 2510-INCLUIR-FORNECEDOR                              00060900
                                                                        00061000
           MOVE FD-FORN-RAZAO         TO WRK-FCX-RAZAO (WRK-IDX-FCX)    00061100
           IF FD-FORN-PRAZO NUMERIC                                     00061200
              MOVE FD-FORN-PRAZO      TO WRK-FCX-PRAZO (WRK-IDX-FCX)    00061300
           END-IF                                                       00061400
           MOVE 'S'                   TO WRK-FCX-CADASTRADO             00061500
                                         (WRK-IDX-FCX)                  00061600
                                                                        00061700
           PERFORM 1210-LER-CADFORN.                                    00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1220-99-FIM.                           EXIT.                     00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      ******************************************************************00062400
      *      C A R R E G A R   O S   P R E C O S   D O   P R E C O N T *00062500
      ******************************************************************00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       1300-CARREGAR-PRECOS                  SECTION.                   00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      *    SEM TABELA DE PRECOS (PRIMEIRA VIGENCIA) NAO E ERRO: O      *00063200
      *    PEDIDO E VALORIZADO PELO ULTIMO CUSTO DO ARQPECAS           *00063300
           OPEN INPUT PRECONT                                           00063400
           IF WRK-FS-PRECONT EQUAL '35'                                 00063500
              MOVE '10'               TO WRK-FS-PRECONT                 00063600
              GO                  TO 1300-99-FIM                        00063700
           END-IF                                                       00063800
           PERFORM 1100-TESTAR-STATUS                                   00063900
                                                                        00064000
           PERFORM 1310-LER-PRECONT                                     00064100
                                                                        00064200
           PERFORM 1320-GUARDAR-PRECO                                   00064300
                   UNTIL WRK-FS-PRECONT EQUAL '10'                      00064400
                                                                        00064500
           CLOSE PRECONT.                                               00064600
                                                                        00064700
      *----------------------------------------------------------------*00064800
       1300-99-FIM.                           EXIT.                     00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
      *----------------------------------------------------------------*00065200
       1310-LER-PRECONT                      SECTION.                   00065300
      *----------------------------------------------------------------*00065400
                                                                        00065500
           READ PRECONT              INTO WRK-PRECONT                   00065600
                                                                        00065700
           IF WRK-FS-PRECONT EQUAL '10'                                 00065800
              GO                  TO 1310-99-FIM                        00065900
           END-IF                                                       00066000
                                                                        00066100
           PERFORM 1100-TESTAR-STATUS.                                  00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       1310-99-FIM.                           EXIT.                     00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       1320-GUARDAR-PRECO                    SECTION.                   00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
           IF WRK-TAB-PRC-QTDE GREATER OR EQUAL 300                     00067200
              MOVE 'TABELA DE PRECOS CHEIA'      TO WRK-MENSAGEM        00067300
              MOVE SPACES              TO WRK-STATUS                    00067400
              PERFORM 9000-TRATAR-ERRO                                  00067500
           END-IF                                                       00067600
                                                                        00067700
           ADD 1                     TO WRK-TAB-PRC-QTDE                00067800
           SET WRK-IDX-PRC           TO WRK-TAB-PRC-QTDE                00067900
           MOVE FD-PRC-COD-FORN      TO WRK-TAB-PRC-FORN                00068000
                                         (WRK-IDX-PRC)                  00068100
           MOVE FD-PRC-COD-PECA      TO WRK-TAB-PRC-PECA                00068200
                                         (WRK-IDX-PRC)                  00068300
           MOVE FD-PRC-PRECO         TO WRK-TAB-PRC-PRECO               00068400
                                         (WRK-IDX-PRC)                  00068500
           MOVE FD-PRC-VALID-INI     TO WRK-TAB-PRC-VAL-INI             00068600
                                         (WRK-IDX-PRC)                  00068700
           MOVE FD-PRC-VALID-FIM     TO WRK-TAB-PRC-VAL-FIM             00068800
                                         (WRK-IDX-PRC)                  00068900
                                                                        00069000
           PERFORM 1310-LER-PRECONT.                                    00069100
                                                                        00069200
      *----------------------------------------------------------------*00069300
       1320-99-FIM.                           EXIT.                     00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
      ******************************************************************00069700
      *        C A R R E G A R   O   U L T I M O   C U S T O           *00069800
      ******************************************************************00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
       1400-CARREGAR-CUSTOS                  SECTION.                   00070200
      *----------------------------------------------------------------*00070300
                                                                        00070400
           OPEN INPUT ARQPECAS                                          00070500
           PERFORM 1100-TESTAR-STATUS                                   00070600
                                                                        00070700
           PERFORM 1410-LER-PECAS                                       00070800
                                                                        00070900
           PERFORM 1420-GUARDAR-CUSTO                                   00071000
                   UNTIL WRK-FS-PECAS EQUAL '10'                        00071100
                                                                        00071200
           CLOSE ARQPECAS.                                              00071300
                                                                        00071400
      *----------------------------------------------------------------*00071500
       1400-99-FIM.                           EXIT.                     00071600
      *----------------------------------------------------------------*00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       1410-LER-PECAS                        SECTION.                   00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
           READ ARQPECAS             INTO WRK-ARQPECAS                  00072300
                                                                        00072400
           IF WRK-FS-PECAS EQUAL '10'                                   00072500
              GO                  TO 1410-99-FIM                        00072600
           END-IF                                                       00072700
                                                                        00072800
           PERFORM 1100-TESTAR-STATUS.                                  00072900
                                                                        00073000
      *----------------------------------------------------------------*00073100
       1410-99-FIM.                           EXIT.                     00073200
      *----------------------------------------------------------------*00073300
                                                                        00073400
      *----------------------------------------------------------------*00073500
       1420-GUARDAR-CUSTO                    SECTION.                   00073600
      *----------------------------------------------------------------*00073700
                                                                        00073800
      *    A PECA EM MAIS DE UM DEPOSITO FICA COM O CUSTO DO PRIMEIRO  *00073900
           IF FD-COD-PECA NOT EQUAL WRK-PECA-ANT                        00074000
              PERFORM 1430-INCLUIR-CUSTO                                00074100
           END-IF                                                       00074200
                                                                        00074300
           PERFORM 1410-LER-PECAS.                                      00074400
                                                                        00074500
      *----------------------------------------------------------------*00074600
       1420-99-FIM.                           EXIT.                     00074700
      *----------------------------------------------------------------*00074800
                                                                        00074900
                                                                        00075000
      *----------------------------------------------------------------*00075100
       1430-INCLUIR-CUSTO                    SECTION.                   00075200
      *----------------------------------------------------------------*00075300
                                                                        00075400
           IF WRK-TAB-CUS-QTDE GREATER OR EQUAL 1000                    00075500
              MOVE 'TABELA DE CUSTOS CHEIA'      TO WRK-MENSAGEM        00075600
              MOVE SPACES              TO WRK-STATUS                    00075700
              PERFORM 9000-TRATAR-ERRO                                  00075800
           END-IF                                                       00075900
                                                                        00076000
           ADD 1                     TO WRK-TAB-CUS-QTDE                00076100
           SET WRK-IDX-CUS           TO WRK-TAB-CUS-QTDE                00076200
           MOVE FD-COD-PECA          TO WRK-TAB-CUS-COD-PECA            00076300
                                         (WRK-IDX-CUS)                  00076400
                                        WRK-PECA-ANT                    00076500
           IF FD-CUSTO-PECA NUMERIC                                     00076600
              MOVE FD-CUSTO-PECA     TO WRK-TAB-CUS-CUSTO (WRK-IDX-CUS) 00076700
           ELSE                                                         00076800
              MOVE ZEROS             TO WRK-TAB-CUS-CUSTO (WRK-IDX-CUS) 00076900
           END-IF.                                                      00077000
                                                                        00077100
      *----------------------------------------------------------------*00077200
       1430-99-FIM.                           EXIT.                     00077300
      *----------------------------------------------------------------*00077400
      ******************************************************************00077500
      *           M O N T A R   A S   F A I X A S                      *00077600
      ******************************************************************00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       1500-MONTAR-FAIXAS                    SECTION.                   00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
      *    FAIXA 1: TUDO O QUE VENCEU ATE A VESPERA DA DATA DE         *00078300
      *    MOVIMENTO E NAO FOI PAGO                                    *00078400
           MOVE ZEROS                 TO WRK-FAI-SEMANA (1)             00078500
                                         WRK-FAI-COMPROMETIDO (1)       00078600
                                         WRK-FAI-PREVISTO (1)           00078700
           MOVE 'VENCIDOS'            TO WRK-FAI-ROTULO (1)             00078800
           MOVE SPACES                TO WRK-FAI-INICIO (1)             00078900
           COMPUTE WRK-DIAS-INT =                                       00079000
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N) - 1       00079100
           COMPUTE WRK-DATA-AUX-N =                                     00079200
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00079300
           MOVE WRK-DATA-AUX-N        TO WRK-FAI-FIM (1)                00079400
                                                                        00079500
           PERFORM 1510-MONTAR-SEMANA                                   00079600
                   VARYING WRK-FAIXA FROM 2 BY 1                        00079700
                   UNTIL WRK-FAIXA GREATER 14                           00079800
                                                                        00079900
      *    FAIXA 15: O QUE VENCE DEPOIS DA 13A SEMANA                  *00080000
           MOVE 99                    TO WRK-FAI-SEMANA (15)            00080100
           MOVE ZEROS                 TO WRK-FAI-COMPROMETIDO (15)      00080200
                                         WRK-FAI-PREVISTO (15)          00080300
           MOVE 'APOS 13'             TO WRK-FAI-ROTULO (15)            00080400
           COMPUTE WRK-DIAS-INT =                                       00080500
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N) + 91      00080600
           COMPUTE WRK-DATA-AUX-N =                                     00080700
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00080800
           MOVE WRK-DATA-AUX-N        TO WRK-FAI-INICIO (15)            00080900
           MOVE '99999999'            TO WRK-FAI-FIM (15).              00081000
                                                                        00081100
      *----------------------------------------------------------------*00081200
       1500-99-FIM.                           EXIT.                     00081300
      *----------------------------------------------------------------*00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       1510-MONTAR-SEMANA                    SECTION.                   00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
           COMPUTE WRK-FAI-SEMANA (WRK-FAIXA) = WRK-FAIXA - 1           00082000
           MOVE WRK-FAI-SEMANA (WRK-FAIXA) TO WRK-RTS-SEMANA            00082100
           MOVE WRK-ROTULO-SEMANA     TO WRK-FAI-ROTULO (WRK-FAIXA)     00082200
           MOVE ZEROS                 TO WRK-FAI-COMPROMETIDO           00082300
                                         (WRK-FAIXA)                    00082400
                                         WRK-FAI-PREVISTO (WRK-FAIXA)   00082500
                                                                        00082600
           COMPUTE WRK-DIAS-INT =                                       00082700
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)           00082800
                 + (WRK-FAIXA - 2) * 7                                  00082900
           COMPUTE WRK-DATA-AUX-N =                                     00083000
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00083100
           MOVE WRK-DATA-AUX-N        TO WRK-FAI-INICIO (WRK-FAIXA)     00083200
                                                                        00083300
           ADD 6                      TO WRK-DIAS-INT                   00083400
           COMPUTE WRK-DATA-AUX-N =                                     00083500
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00083600
           MOVE WRK-DATA-AUX-N        TO WRK-FAI-FIM (WRK-FAIXA).       00083700
                                                                        00083800
      *----------------------------------------------------------------*00083900
       1510-99-FIM.                           EXIT.                     00084000
      *----------------------------------------------------------------*00084100
                                                                        00084200
      ******************************************************************00084300
      *        C O M P R O M E T I D O   ( C T A P A G )               *00084400
      ******************************************************************00084500
                                                                        00084600
      *----------------------------------------------------------------*00084700
       2000-LER-CTAPAG                       SECTION.                   00084800
      *----------------------------------------------------------------*00084900
                                                                        00085000
           READ CTAPAG                                                  00085100
                                                                        00085200
           IF WRK-FS-CTAPAG EQUAL '10'                                  00085300
              GO                  TO 2000-99-FIM                        00085400
           END-IF                                                       00085500
                                                                        00085600
           PERFORM 1100-TESTAR-STATUS                                   00085700
           ADD 1                      TO ACUM-LIDOS-TITULOS.            00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       2000-99-FIM.                           EXIT.                     00086100
      *----------------------------------------------------------------*00086200
                                                                        00086300
      *----------------------------------------------------------------*00086400
       2100-TRATAR-TITULO                    SECTION.                   00086500
      *----------------------------------------------------------------*00086600
                                                                        00086700
           PERFORM 2110-APURAR-TITULO                                   00086800
                                                                        00086900
           PERFORM 2000-LER-CTAPAG.                                     00087000
                                                                        00087100
      *----------------------------------------------------------------*00087200
       2100-99-FIM.                           EXIT.                     00087300
      *----------------------------------------------------------------*00087400
                                                                        00087500
      *----------------------------------------------------------------*00087600
       2110-APURAR-TITULO                    SECTION.                   00087700
      *----------------------------------------------------------------*00087800
                                                                        00087900
           IF NOT FD-PAG-ABERTO                                         00088000
              GO                  TO 2110-99-FIM                        00088100
           END-IF                                                       00088200
                                                                        00088300
      *    TITULO GRAVADO ANTES DAS NOTAS DE CREDITO VEM SEM O VALOR   *00088400
      *    ABATIDO PREENCHIDO                                          *00088500
           IF FD-PAG-VALOR-ABATIDO NOT NUMERIC                          00088600
              MOVE ZEROS              TO FD-PAG-VALOR-ABATIDO           00088700
           END-IF                                                       00088800
                                                                        00088900
           IF FD-PAG-VALOR-ABATIDO NOT LESS FD-PAG-VALOR                00089000
              GO                  TO 2110-99-FIM                        00089100
           END-IF                                                       00089200
                                                                        00089300
           COMPUTE WRK-VALOR-ABERTO =                                   00089400
                   FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO                  00089500
                                                                        00089600
           MOVE FD-PAG-COD-FORN       TO WRK-FORN-BUSCA                 00089700
           PERFORM 2500-LOCALIZAR-FORNECEDOR                            00089800
                                                                        00089900
      *    NOTA DE CREDITO: SALDO GUARDADO PARA A COMPENSACAO          *00090000
           IF FD-PAG-CREDITO                                            00090100
              ADD WRK-VALOR-ABERTO    TO WRK-FCX-CREDITO (WRK-IDX-FCX)  00090200
              ADD 1                   TO ACUM-CREDITOS-ABERTOS          00090300
              GO                  TO 2110-99-FIM                        00090400
           END-IF                                                       00090500
                                                                        00090600
      *    VENCIMENTO INVALIDO CAI EM VENCIDOS, COMO NO FR05EX38       *00090700
           MOVE FD-PAG-DATA-VENC      TO WRK-DATA-VENC                  00090800
           PERFORM 2400-CLASSIFICAR-FAIXA                               00090900
                                                                        00091000
           ADD WRK-VALOR-ABERTO       TO WRK-FCX-COMPROMETIDO           00091100
                                         (WRK-IDX-FCX WRK-FAIXA)        00091200
                                         WRK-FAI-COMPROMETIDO           00091300
                                         (WRK-FAIXA)                    00091400
                                         ACUM-VALOR-COMPROMETIDO        00091500
           ADD 1                      TO ACUM-TITULOS-PREVISTOS.        00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
       2110-99-FIM.                           EXIT.                     00091900
      *----------------------------------------------------------------*00092000
                                                                        00092100
      ******************************************************************00092200
      *        P R E V I S T O   ( P E D A B E R T )                   *00092300
      ******************************************************************00092400
                                                                        00092500
      *----------------------------------------------------------------*00092600
       2200-LER-PEDABERT                     SECTION.                   00092700
      *----------------------------------------------------------------*00092800
                                                                        00092900
           READ PEDABERT             INTO WRK-PEDABERTO                 00093000
                                                                        00093100
           IF WRK-FS-PEDABERT EQUAL '10'                                00093200
              GO                  TO 2200-99-FIM                        00093300
           END-IF                                                       00093400
                                                                        00093500
           PERFORM 1100-TESTAR-STATUS                                   00093600
           ADD 1                      TO ACUM-LIDOS-PEDIDOS.            00093700
                                                                        00093800
      *----------------------------------------------------------------*00093900
       2200-99-FIM.                           EXIT.                     00094000
      *----------------------------------------------------------------*00094100
                                                                        00094200
      *----------------------------------------------------------------*00094300
       2300-TRATAR-PEDIDO                    SECTION.                   00094400
      *----------------------------------------------------------------*00094500
                                                                        00094600
           PERFORM 2310-APURAR-PEDIDO                                   00094700
                                                                        00094800
           PERFORM 2200-LER-PEDABERT.                                   00094900
                                                                        00095000
      *----------------------------------------------------------------*00095100
       2300-99-FIM.                           EXIT.                     00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
      *----------------------------------------------------------------*00095500
       2310-APURAR-PEDIDO                    SECTION.                   00095600
      *----------------------------------------------------------------*00095700
                                                                        00095800
           IF NOT FD-PED-ABERTO                                         00095900
              GO                  TO 2310-99-FIM                        00096000
           END-IF                                                       00096100
                                                                        00096200
           IF FD-PED-QUANT NOT NUMERIC                                  00096300
            OR FD-PED-QUANT EQUAL ZEROS                                 00096400
              GO                  TO 2310-99-FIM                        00096500
           END-IF                                                       00096600
                                                                        00096700
      *    ENTREGA PREVISTA JA VENCIDA (OU EM BRANCO): O PEDIDO PODE   *00096800
      *    CHEGAR A QUALQUER MOMENTO, CONTA A DATA DE MOVIMENTO        *00096900
           IF FD-PED-DATA-PREV NUMERIC                                  00097000
            AND FD-PED-DATA-PREV NOT LESS WRK-DATA-EXEC                 00097100
              MOVE FD-PED-DATA-PREV   TO WRK-DATA-RECEB                 00097200
           ELSE                                                         00097300
              MOVE WRK-DATA-EXEC      TO WRK-DATA-RECEB                 00097400
              ADD 1                   TO ACUM-PEDIDOS-ATRASADOS         00097500
           END-IF                                                       00097600
                                                                        00097700
           MOVE FD-PED-COD-FORN       TO WRK-FORN-BUSCA                 00097800
           PERFORM 2500-LOCALIZAR-FORNECEDOR                            00097900
                                                                        00098000
           PERFORM 2320-LOCALIZAR-PRECO                                 00098100
                                                                        00098200
           COMPUTE WRK-VALOR-ABERTO ROUNDED =                           00098300
                   FD-PED-QUANT * WRK-PRECO-APLICADO                    00098400
                                                                        00098500
      *    O TITULO DO RECEBIMENTO VENCE NO PRAZO DO FORNECEDOR EM     *00098600
      *    DIAS UTEIS (MESMA REGRA DO FR05EX07); SEM CADASTRO, A VISTA *00098700
           IF WRK-FCX-CADASTRADO-SIM (WRK-IDX-FCX)                      00098800
              MOVE 'P'                TO WRK-DTP-FUNCAO                 00098900
              MOVE WRK-DATA-RECEB     TO WRK-DTP-DATA-BASE              00099000
              MOVE WRK-FCX-PRAZO (WRK-IDX-FCX)                          00099100
                                      TO WRK-DTP-QTD-DIAS               00099200
              CALL 'LERDATAP'         USING WRK-DATPRC                  00099300
              MOVE SPACES             TO WRK-DTP-FUNCAO                 00099400
              MOVE WRK-DTP-DATA-UTIL  TO WRK-DATA-VENC                  00099500
           ELSE                                                         00099600
              MOVE WRK-DATA-RECEB     TO WRK-DATA-VENC                  00099700
           END-IF                                                       00099800
                                                                        00099900
           PERFORM 2400-CLASSIFICAR-FAIXA                               00100000
                                                                        00100100
           ADD WRK-VALOR-ABERTO       TO WRK-FCX-PREVISTO               00100200
                                         (WRK-IDX-FCX WRK-FAIXA)        00100300
                                         WRK-FAI-PREVISTO (WRK-FAIXA)   00100400
                                         ACUM-VALOR-PREVISTO            00100500
           ADD 1                      TO ACUM-PEDIDOS-PREVISTOS.        00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       2310-99-FIM.                           EXIT.                     00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       2320-LOCALIZAR-PRECO                  SECTION.                   00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
      *    VALE O PRECO CONTRATADO VIGENTE NA ENTREGA PREVISTA; SEM    *00101600
      *    CONTRATO, O ULTIMO CUSTO DA PECA; SEM NENHUM, VALOR ZERO    *00101700
           MOVE ZEROS                 TO WRK-PRECO-APLICADO             00101800
           MOVE 'N'                   TO WRK-PRC-ACHOU                  00101900
                                                                        00102000
           IF WRK-TAB-PRC-QTDE GREATER ZEROS                            00102100
              SET WRK-IDX-PRC         TO 1                              00102200
              SEARCH WRK-TAB-PRC                                        00102300
                AT END                                                  00102400
                   CONTINUE                                             00102500
                WHEN WRK-IDX-PRC GREATER WRK-TAB-PRC-QTDE               00102600
                   CONTINUE                                             00102700
                WHEN WRK-TAB-PRC-FORN (WRK-IDX-PRC)                     00102800
                          EQUAL FD-PED-COD-FORN                         00102900
                 AND WRK-TAB-PRC-PECA (WRK-IDX-PRC)                     00103000
                          EQUAL FD-PED-COD-PECA                         00103100
                 AND WRK-TAB-PRC-VAL-INI (WRK-IDX-PRC)                  00103200
                          NOT GREATER WRK-DATA-RECEB                    00103300
                 AND WRK-TAB-PRC-VAL-FIM (WRK-IDX-PRC)                  00103400
                          NOT LESS WRK-DATA-RECEB                       00103500
                   MOVE WRK-TAB-PRC-PRECO (WRK-IDX-PRC)                 00103600
                                       TO WRK-PRECO-APLICADO            00103700
                   MOVE 'S'            TO WRK-PRC-ACHOU                 00103800
              END-SEARCH                                                00103900
           END-IF                                                       00104000
                                                                        00104100
           IF WRK-PRC-ACHOU-SIM                                         00104200
              ADD 1                   TO ACUM-PRECO-CONTRATO            00104300
              GO                  TO 2320-99-FIM                        00104400
           END-IF                                                       00104500
                                                                        00104600
           IF WRK-TAB-CUS-QTDE GREATER ZEROS                            00104700
              SET WRK-IDX-CUS         TO 1                              00104800
              SEARCH WRK-TAB-CUS                                        00104900
                AT END                                                  00105000
                   CONTINUE                                             00105100
                WHEN WRK-IDX-CUS GREATER WRK-TAB-CUS-QTDE               00105200
                   CONTINUE                                             00105300
                WHEN WRK-TAB-CUS-COD-PECA (WRK-IDX-CUS)                 00105400
                          EQUAL FD-PED-COD-PECA                         00105500
                   MOVE WRK-TAB-CUS-CUSTO (WRK-IDX-CUS)                 00105600
                                       TO WRK-PRECO-APLICADO            00105700
              END-SEARCH                                                00105800
           END-IF                                                       00105900
                                                                        00106000
           IF WRK-PRECO-APLICADO GREATER ZEROS                          00106100
              ADD 1                   TO ACUM-PRECO-CUSTO               00106200
              GO                  TO 2320-99-FIM                        00106300
           END-IF                                                       00106400
                                                                        00106500
           ADD 1                      TO ACUM-SEM-PRECO                 00106600
           MOVE 'A'                   TO WRK-SEVERIDADE                 00106700
           MOVE 'FR05EX73'            TO WRK-PROGRAMA                   00106800
           MOVE '2320  '              TO WRK-SECAO                      00106900
           MOVE 'PEDIDO SEM PRECO - PREVISTO COM VALOR ZERO'            00107000
                                      TO WRK-MENSAGEM                   00107100
           MOVE FD-PED-COD-PECA       TO WRK-STATUS                     00107200
           CALL 'GRAVALOG'            USING WRK-LOG.                    00107300
                                                                        00107400
      *----------------------------------------------------------------*00107500
       2320-99-FIM.                           EXIT.                     00107600
      *----------------------------------------------------------------*00107700
                                                                        00107800
      *----------------------------------------------------------------*00107900
       2400-CLASSIFICAR-FAIXA                SECTION.                   00108000
      *----------------------------------------------------------------*00108100
                                                                        00108200
      *    SEMANA = DIAS CORRIDOS ENTRE A DATA DE MOVIMENTO E O        *00108300
      *    VENCIMENTO / 7; A PARTIR DA 14A SEMANA, FAIXA APOS 13       *00108400
           MOVE 1                     TO WRK-FAIXA                      00108500
                                                                        00108600
           IF WRK-DATA-VENC NOT NUMERIC                                 00108700
            OR WRK-DATA-VENC LESS WRK-DATA-EXEC                         00108800
              GO                  TO 2400-99-FIM                        00108900
           END-IF                                                       00109000
                                                                        00109100
           MOVE WRK-DATA-VENC         TO WRK-DATA-AUX-N (1:8)           00109200
           COMPUTE WRK-DIAS-DIF =                                       00109300
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)            00109400
                 - FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)           00109500
                                                                        00109600
           IF WRK-DIAS-DIF LESS ZEROS                                   00109700
              GO                  TO 2400-99-FIM                        00109800
           END-IF                                                       00109900
                                                                        00110000
           DIVIDE WRK-DIAS-DIF        BY 7                              00110100
                                      GIVING WRK-QUOCIENTE              00110200
                                                                        00110300
           IF WRK-QUOCIENTE GREATER 12                                  00110400
              MOVE 15                 TO WRK-FAIXA                      00110500
           ELSE                                                         00110600
              COMPUTE WRK-FAIXA = WRK-QUOCIENTE + 2                     00110700
           END-IF.                                                      00110800
                                                                        00110900
      *----------------------------------------------------------------*00111000
       2400-99-FIM.                           EXIT.                     00111100
      *----------------------------------------------------------------*00111200
                                                                        00111300
      *----------------------------------------------------------------*00111400
       2500-LOCALIZAR-FORNECEDOR             SECTION.                   00111500
      *----------------------------------------------------------------*00111600
                                                                        00111700
           MOVE 'N'                   TO WRK-FORN-ACHOU                 00111800
                                                                        00111900
           IF WRK-TAB-FCX-QTDE GREATER ZEROS                            00112000
              SET WRK-IDX-FCX         TO 1                              00112100
              SEARCH WRK-TAB-FCX                                        00112200
                AT END                                                  00112300
                   CONTINUE                                             00112400
                WHEN WRK-IDX-FCX GREATER WRK-TAB-FCX-QTDE               00112500
                   CONTINUE                                             00112600
                WHEN WRK-FCX-CODIGO (WRK-IDX-FCX)                       00112700
                          EQUAL WRK-FORN-BUSCA                          00112800
                   MOVE 'S'            TO WRK-FORN-ACHOU                00112900
              END-SEARCH                                                00113000
           END-IF                                                       00113100
                                                                        00113200
           IF WRK-FORN-ACHOU-SIM                                        00113300
              GO                  TO 2500-99-FIM                        00113400
           END-IF                                                       00113500
                                                                        00113600
      *    FORNECEDOR FORA DO CADFORN ENTRA NO FIM DA TABELA           *00113700
           PERFORM 2510-INCLUIR-FORNECEDOR                              00113800
           MOVE 'NAO CADASTRADO'      TO WRK-FCX-RAZAO (WRK-IDX-FCX).   00113900
                                                                        00114000
      *----------------------------------------------------------------*00114100
       2500-99-FIM.                           EXIT.                     00114200
      *----------------------------------------------------------------*00114300
                                                                        00114400
      *----------------------------------------------------------------*00114500
       2510-INCLUIR-FORNECEDOR               SECTION.                   00114600
      *----------------------------------------------------------------*00114700
                                                                        00114800
           IF WRK-TAB-FCX-QTDE GREATER OR EQUAL 300                     00114900
              MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM       00115000
              MOVE WRK-FORN-BUSCA      TO WRK-STATUS                    00115100
              PERFORM 9000-TRATAR-ERRO                                  00115200
           END-IF                                                       00115300
                                                                        00115400
           ADD 1                      TO WRK-TAB-FCX-QTDE               00115500
           SET WRK-IDX-FCX            TO WRK-TAB-FCX-QTDE               00115600
           INITIALIZE WRK-TAB-FCX (WRK-IDX-FCX)                         00115700
           MOVE WRK-FORN-BUSCA        TO WRK-FCX-CODIGO (WRK-IDX-FCX)   00115800
           MOVE 'N'                   TO WRK-FCX-CADASTRADO             00115900
                                         (WRK-IDX-FCX).                 00116000
                                                                        00116100
      *----------------------------------------------------------------*00116200
       2510-99-FIM.                           EXIT.                     00116300
      *----------------------------------------------------------------*00116400
                                                                        00116500
      *----------------------------------------------------------------*00116600
       2600-COMPENSAR-CREDITOS               SECTION.                   00116700
      *----------------------------------------------------------------*00116800
                                                                        00116900
      *    O CREDITO DE DEVOLUCAO ABATE OS TITULOS DO FORNECEDOR A     *00117000
      *    PARTIR DO VENCIMENTO MAIS ANTIGO; O QUE SOBRAR FICA LISTADO *00117100
           IF WRK-FCX-CREDITO (WRK-IDX-FCX) EQUAL ZEROS                 00117200
              GO                  TO 2600-99-FIM                        00117300
           END-IF                                                       00117400
                                                                        00117500
           PERFORM 2610-ABATER-FAIXA                                    00117600
                   VARYING WRK-FAIXA FROM 1 BY 1                        00117700
                   UNTIL WRK-FAIXA GREATER 15                           00117800
                      OR WRK-FCX-CREDITO (WRK-IDX-FCX) EQUAL ZEROS.     00117900
                                                                        00118000
      *----------------------------------------------------------------*00118100
       2600-99-FIM.                           EXIT.                     00118200
      *----------------------------------------------------------------*00118300
                                                                        00118400
      *----------------------------------------------------------------*00118500
       2610-ABATER-FAIXA                     SECTION.                   00118600
      *----------------------------------------------------------------*00118700
                                                                        00118800
           IF WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA)              00118900
              LESS WRK-FCX-CREDITO (WRK-IDX-FCX)                        00119000
              MOVE WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA)         00119100
                                      TO WRK-VALOR-ABATER               00119200
           ELSE                                                         00119300
              MOVE WRK-FCX-CREDITO (WRK-IDX-FCX)                        00119400
                                      TO WRK-VALOR-ABATER               00119500
           END-IF                                                       00119600
                                                                        00119700
           SUBTRACT WRK-VALOR-ABATER  FROM WRK-FCX-COMPROMETIDO         00119800
                                           (WRK-IDX-FCX WRK-FAIXA)      00119900
                                           WRK-FAI-COMPROMETIDO         00120000
                                           (WRK-FAIXA)                  00120100
                                           WRK-FCX-CREDITO              00120200
                                           (WRK-IDX-FCX)                00120300
                                           ACUM-VALOR-COMPROMETIDO      00120400
           ADD WRK-VALOR-ABATER       TO ACUM-VALOR-COMPENSADO.         00120500
                                                                        00120600
      *----------------------------------------------------------------*00120700
       2610-99-FIM.                           EXIT.                     00120800
      *----------------------------------------------------------------*00120900
                                                                        00121000
      ******************************************************************00121100
      *        E M I T I R   R E L A T O R I O   E   E X T R A T O     *00121200
      ******************************************************************00121300
                                                                        00121400
      *----------------------------------------------------------------*00121500
       3000-EMITIR-RELATORIO                 SECTION.                   00121600
      *----------------------------------------------------------------*00121700
                                                                        00121800
           MOVE WRK-DATA-EXEC         TO WRK-CP-DATA                    00121900
           WRITE FD-RELPCX            FROM WRK-CABPCX                   00122000
           PERFORM 1100-TESTAR-STATUS                                   00122100
                                                                        00122200
           IF WRK-TAB-FCX-QTDE GREATER ZEROS                            00122300
              PERFORM 3100-LISTAR-FORNECEDOR                            00122400
                      VARYING WRK-IDX-FCX FROM 1 BY 1                   00122500
                      UNTIL WRK-IDX-FCX GREATER WRK-TAB-FCX-QTDE        00122600
           END-IF                                                       00122700
                                                                        00122800
           MOVE SPACES                TO FD-RELPCX                      00122900
           WRITE FD-RELPCX                                              00123000
           WRITE FD-RELPCX            FROM WRK-LINRES                   00123100
           WRITE FD-RELPCX            FROM WRK-CABCOL                   00123200
           PERFORM 1100-TESTAR-STATUS                                   00123300
                                                                        00123400
           MOVE ZEROS                 TO WRK-TOT-COMPROMETIDO           00123500
                                         WRK-TOT-PREVISTO               00123600
           PERFORM 3300-RESUMIR-FAIXA                                   00123700
                   VARYING WRK-FAIXA FROM 1 BY 1                        00123800
                   UNTIL WRK-FAIXA GREATER 15                           00123900
                                                                        00124000
           MOVE 'TOTAL'               TO WRK-LX-ROTULO                  00124100
           MOVE SPACES                TO WRK-LX-INICIO                  00124200
           MOVE WRK-TOT-COMPROMETIDO  TO WRK-LX-COMPROMETIDO            00124300
           MOVE WRK-TOT-PREVISTO      TO WRK-LX-PREVISTO                00124400
           MOVE ACUM-VALOR-ACUMULADO  TO WRK-LX-TOTAL                   00124500
           WRITE FD-RELPCX            FROM WRK-LINFAI                   00124600
           PERFORM 1100-TESTAR-STATUS.                                  00124700
                                                                        00124800
      *----------------------------------------------------------------*00124900
       3000-99-FIM.                           EXIT.                     00125000
      *----------------------------------------------------------------*00125100
                                                                        00125200
      *----------------------------------------------------------------*00125300
       3100-LISTAR-FORNECEDOR                SECTION.                   00125400
      *----------------------------------------------------------------*00125500
                                                                        00125600
           MOVE ZEROS                 TO WRK-TOT-COMPROMETIDO           00125700
                                         WRK-TOT-PREVISTO               00125800
           PERFORM 3110-SOMAR-FAIXA                                     00125900
                   VARYING WRK-FAIXA FROM 1 BY 1                        00126000
                   UNTIL WRK-FAIXA GREATER 15                           00126100
                                                                        00126200
      *    FORNECEDOR SEM NADA A PAGAR NEM CREDITO NAO E LISTADO       *00126300
           IF WRK-TOT-COMPROMETIDO EQUAL ZEROS                          00126400
            AND WRK-TOT-PREVISTO EQUAL ZEROS                            00126500
            AND WRK-FCX-CREDITO (WRK-IDX-FCX) EQUAL ZEROS               00126600
              GO                  TO 3100-99-FIM                        00126700
           END-IF                                                       00126800
                                                                        00126900
           ADD 1                      TO ACUM-FORN-LISTADOS             00127000
                                                                        00127100
           MOVE SPACES                TO FD-RELPCX                      00127200
           WRITE FD-RELPCX                                              00127300
           MOVE WRK-FCX-CODIGO (WRK-IDX-FCX) TO WRK-LF-CODIGO           00127400
           MOVE WRK-FCX-RAZAO (WRK-IDX-FCX)  TO WRK-LF-RAZAO            00127500
           MOVE WRK-FCX-PRAZO (WRK-IDX-FCX)  TO WRK-LF-PRAZO            00127600
           WRITE FD-RELPCX            FROM WRK-LINFOR                   00127700
           WRITE FD-RELPCX            FROM WRK-CABCOL                   00127800
           PERFORM 1100-TESTAR-STATUS                                   00127900
                                                                        00128000
           PERFORM 3120-LISTAR-FAIXA                                    00128100
                   VARYING WRK-FAIXA FROM 1 BY 1                        00128200
                   UNTIL WRK-FAIXA GREATER 15                           00128300
                                                                        00128400
           MOVE 'TOTAL'               TO WRK-LX-ROTULO                  00128500
           MOVE SPACES                TO WRK-LX-INICIO                  00128600
           MOVE WRK-TOT-COMPROMETIDO  TO WRK-LX-COMPROMETIDO            00128700
           MOVE WRK-TOT-PREVISTO      TO WRK-LX-PREVISTO                00128800
           COMPUTE WRK-LX-TOTAL = WRK-TOT-COMPROMETIDO                  00128900
                                + WRK-TOT-PREVISTO                      00129000
           WRITE FD-RELPCX            FROM WRK-LINFAI                   00129100
           PERFORM 1100-TESTAR-STATUS                                   00129200
                                                                        00129300
           IF WRK-FCX-CREDITO (WRK-IDX-FCX) GREATER ZEROS               00129400
              MOVE WRK-FCX-CREDITO (WRK-IDX-FCX) TO WRK-LK-CREDITO      00129500
              WRITE FD-RELPCX         FROM WRK-LINCRD                   00129600
              PERFORM 1100-TESTAR-STATUS                                00129700
           END-IF.                                                      00129800
                                                                        00129900
      *----------------------------------------------------------------*00130000
       3100-99-FIM.                           EXIT.                     00130100
      *----------------------------------------------------------------*00130200
                                                                        00130300
      *----------------------------------------------------------------*00130400
       3110-SOMAR-FAIXA                      SECTION.                   00130500
      *----------------------------------------------------------------*00130600
                                                                        00130700
           ADD WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA)             00130800
                                      TO WRK-TOT-COMPROMETIDO           00130900
           ADD WRK-FCX-PREVISTO (WRK-IDX-FCX WRK-FAIXA)                 00131000
                                      TO WRK-TOT-PREVISTO.              00131100
                                                                        00131200
      *----------------------------------------------------------------*00131300
       3110-99-FIM.                           EXIT.                     00131400
      *----------------------------------------------------------------*00131500
                                                                        00131600
      *----------------------------------------------------------------*00131700
       3120-LISTAR-FAIXA                     SECTION.                   00131800
      *----------------------------------------------------------------*00131900
                                                                        00132000
           IF WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA) EQUAL ZEROS  00132100
            AND WRK-FCX-PREVISTO (WRK-IDX-FCX WRK-FAIXA) EQUAL ZEROS    00132200
              GO                  TO 3120-99-FIM                        00132300
           END-IF                                                       00132400
                                                                        00132500
           MOVE WRK-FAI-ROTULO (WRK-FAIXA) TO WRK-LX-ROTULO             00132600
           MOVE WRK-FAI-INICIO (WRK-FAIXA) TO WRK-LX-INICIO             00132700
           MOVE WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA)            00132800
                                      TO WRK-LX-COMPROMETIDO            00132900
           MOVE WRK-FCX-PREVISTO (WRK-IDX-FCX WRK-FAIXA)                00133000
                                      TO WRK-LX-PREVISTO                00133100
           COMPUTE WRK-LX-TOTAL =                                       00133200
                   WRK-FCX-COMPROMETIDO (WRK-IDX-FCX WRK-FAIXA)         00133300
                 + WRK-FCX-PREVISTO (WRK-IDX-FCX WRK-FAIXA)             00133400
           WRITE FD-RELPCX            FROM WRK-LINFAI                   00133500
           PERFORM 1100-TESTAR-STATUS.                                  00133600
                                                                        00133700
      *----------------------------------------------------------------*00133800
       3120-99-FIM.                           EXIT.                     00133900
      *----------------------------------------------------------------*00134000
                                                                        00134100
      *----------------------------------------------------------------*00134200
       3300-RESUMIR-FAIXA                    SECTION.                   00134300
      *----------------------------------------------------------------*00134400
                                                                        00134500
      *    CADA FAIXA SAI NO RESUMO DO RELATORIO E NO EXTRATO, COM O   *00134600
      *    ACUMULADO DESDE OS VENCIDOS                                 *00134700
           ADD WRK-FAI-COMPROMETIDO (WRK-FAIXA) TO WRK-TOT-COMPROMETIDO 00134800
           ADD WRK-FAI-PREVISTO (WRK-FAIXA)     TO WRK-TOT-PREVISTO     00134900
                                                                        00135000
           MOVE SPACES                TO WRK-PREVCX                     00135100
           MOVE WRK-DATA-EXEC         TO FD-PCX-DATA-BASE               00135200
           MOVE WRK-FAI-SEMANA (WRK-FAIXA) TO FD-PCX-SEMANA             00135300
           MOVE WRK-FAI-INICIO (WRK-FAIXA) TO FD-PCX-DATA-INI           00135400
           MOVE WRK-FAI-FIM (WRK-FAIXA)    TO FD-PCX-DATA-FIM           00135500
           MOVE WRK-FAI-COMPROMETIDO (WRK-FAIXA)                        00135600
                                      TO FD-PCX-COMPROMETIDO            00135700
           MOVE WRK-FAI-PREVISTO (WRK-FAIXA)                            00135800
                                      TO FD-PCX-PREVISTO                00135900
           COMPUTE FD-PCX-TOTAL = WRK-FAI-COMPROMETIDO (WRK-FAIXA)      00136000
                                + WRK-FAI-PREVISTO (WRK-FAIXA)          00136100
           ADD FD-PCX-TOTAL           TO ACUM-VALOR-ACUMULADO           00136200
           MOVE ACUM-VALOR-ACUMULADO  TO FD-PCX-ACUMULADO               00136300
           WRITE FD-PREVCX            FROM WRK-PREVCX                   00136400
           PERFORM 1100-TESTAR-STATUS                                   00136500
           ADD 1                      TO ACUM-GRAV-PREVCX               00136600
                                                                        00136700
           MOVE WRK-FAI-ROTULO (WRK-FAIXA) TO WRK-LX-ROTULO             00136800
           MOVE WRK-FAI-INICIO (WRK-FAIXA) TO WRK-LX-INICIO             00136900
           MOVE FD-PCX-COMPROMETIDO   TO WRK-LX-COMPROMETIDO            00137000
           MOVE FD-PCX-PREVISTO       TO WRK-LX-PREVISTO                00137100
           MOVE FD-PCX-TOTAL          TO WRK-LX-TOTAL                   00137200
           WRITE FD-RELPCX            FROM WRK-LINFAI                   00137300
           PERFORM 1100-TESTAR-STATUS.                                  00137400
                                                                        00137500
      *----------------------------------------------------------------*00137600
       3300-99-FIM.                           EXIT.                     00137700
      *----------------------------------------------------------------*00137800
                                                                        00137900
      ******************************************************************00138000
      *                     F I N A L I Z A R                          *00138100
      ******************************************************************00138200
                                                                        00138300
      *----------------------------------------------------------------*00138400
       4000-FINALIZAR                        SECTION.                   00138500
      *----------------------------------------------------------------*00138600
                                                                        00138700
           CLOSE CTAPAG                                                 00138800
                 PEDABERT                                               00138900
                 RELPCX                                                 00139000
                 PREVCX                                                 00139100
                                                                        00139200
           DISPLAY '*************************************************'  00139300
           DISPLAY '     PREVISAO DE CAIXA DE FORNECEDORES           '  00139400
           DISPLAY '                                                 '  00139500
           DISPLAY '  TITULOS LIDOS       :  ' ACUM-LIDOS-TITULOS       00139600
           DISPLAY '  TITULOS NA PREVISAO :  ' ACUM-TITULOS-PREVISTOS   00139700
           DISPLAY '  NOTAS DE CREDITO    :  ' ACUM-CREDITOS-ABERTOS    00139800
           DISPLAY '  PEDIDOS LIDOS       :  ' ACUM-LIDOS-PEDIDOS       00139900
           DISPLAY '  PEDIDOS NA PREVISAO :  ' ACUM-PEDIDOS-PREVISTOS   00140000
           DISPLAY '  ENTREGA ATRASADA    :  ' ACUM-PEDIDOS-ATRASADOS   00140100
           DISPLAY '  PRECO CONTRATADO    :  ' ACUM-PRECO-CONTRATO      00140200
           DISPLAY '  PRECO ULTIMO CUSTO  :  ' ACUM-PRECO-CUSTO         00140300
           DISPLAY '  SEM PRECO           :  ' ACUM-SEM-PRECO           00140400
           DISPLAY '  VALOR COMPROMETIDO  :  ' ACUM-VALOR-COMPROMETIDO  00140500
           DISPLAY '  VALOR PREVISTO      :  ' ACUM-VALOR-PREVISTO      00140600
           DISPLAY '  CREDITO COMPENSADO  :  ' ACUM-VALOR-COMPENSADO    00140700
           DISPLAY '  FORNECEDORES        :  ' ACUM-FORN-LISTADOS       00140800
           DISPLAY '  GRAVADOS PREVCX     :  ' ACUM-GRAV-PREVCX         00140900
           DISPLAY '                                                 '  00141000
           DISPLAY '*************************************************'. 00141100
                                                                        00141200
      *----------------------------------------------------------------*00141300
       4000-99-FIM.                           EXIT.                     00141400
      *----------------------------------------------------------------*00141500
                                                                        00141600
      ******************************************************************00141700
      *                   T R A T A R  E R R O                         *00141800
      ******************************************************************00141900
       9000-TRATAR-ERRO                     SECTION.                    00142000
      *----------------------------------------------------------------*00142100
                                                                        00142200
                  MOVE 'F'                TO WRK-SEVERIDADE             00142300
                  MOVE 'FR05EX73'         TO WRK-PROGRAMA               00142400
                  CALL 'GRAVALOG'         USING WRK-LOG                 00142500
                  MOVE 16                 TO RETURN-CODE                00142600
                  GOBACK.                                               00142700
                                                                        00142800
      *----------------------------------------------------------------*00142900
       9000-99-FIM.                           EXIT.                     00143000
      *----------------------------------------------------------------*00143100
