      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX72.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX72                                       *00002000
      *    TIPO.......: PROGRAMACAO DA CONTAGEM CICLICA POR CLASSE ABC *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : TROCAR O INVENTARIO GERAL ANUAL PELA CONTAGEM    *00002800
      *               CICLICA: CADA PECA+DEPOSITO E CONTADA UMA VEZ    *00002900
      *               POR PERIODO DA SUA CLASSE NO CLASSABC DO         *00003000
      *               FR05EX32 ('A' NO MES, 'B' NO TRIMESTRE, 'C' NO   *00003100
      *               ANO; PECA SEM CLASSE E TRATADA COMO 'C').        *00003200
      *               1) ATUALIZA O ULTCONT (BOOK B#ULTCNT) COM A      *00003300
      *                  CONTAGEM QUE O FR05EX04 ACABOU DE CONCILIAR   *00003400
      *                  (LINHA COM QUANTIDADE = PECA CONTADA NA DATA  *00003500
      *                  DO MOVIMENTO);                                *00003600
      *               2) DISTRIBUI AS PECAS AINDA NAO CONTADAS NO      *00003700
      *                  PERIODO PELOS DIAS UTEIS QUE RESTAM ATE O FIM *00003800
      *                  DELE (LERDATAP, FUNCAO 'P'): A COTA DO DIA E  *00003900
      *                  PENDENTES / DIAS UTEIS RESTANTES, ARREDONDADA *00004000
      *                  PARA CIMA, COMECANDO PELA CONTAGEM MAIS       *00004100
      *                  ANTIGA;                                       *00004200
      *               3) GRAVA A LISTA DE CONTAGEM DO DIA E O          *00004300
      *                  ESQUELETO DO ARQUIVO CONTAGEM (QUANTIDADE EM  *00004400
      *                  BRANCO, DATA DA LISTA PREENCHIDA) QUE O       *00004500
      *                  ALMOXARIFADO COMPLETA PARA O FR05EX04;        *00004600
      *               4) LISTA NO RELATORIO DE CONFORMIDADE, POR       *00004700
      *                  CLASSE, A PECA ATRASADA (SEM CONTAGEM NO      *00004800
      *                  PERIODO ANTERIOR NEM NO ATUAL) E A NUNCA      *00004900
      *                  CONTADA.                                      *00005000
      *               EM DIA NAO UTIL NAO HA LISTA; O ULTCONT E O      *00005100
      *               RELATORIO SAEM NORMALMENTE.                      *00005200
      *----------------------------------------------------------------*00005300
      *    ARQUIVOS :                                                  *00005400
      *    DDNAME          I/O                                         *00005500
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00005600
      *    JCLCLABC         I    CLASSIFICACAO ABC (OPCIONAL)          *00005700
      *    JCLULTCT         I    ULTIMA CONTAGEM (OPCIONAL)            *00005800
      *    JCLCONT          I    CONTAGEM CONCILIADA (OPCIONAL)        *00005900
      *    JCLULTNV         O    ULTIMA CONTAGEM ATUALIZADA            *00006000
      *    JCLCTNOV         O    ESQUELETO DA CONTAGEM DO DIA          *00006100
      *    JCLLSTCT         O    LISTA DE CONTAGEM DO DIA              *00006200
      *    JCLRELCC         O    RELATORIO DE CONFORMIDADE             *00006300
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006400
      *----------------------------------------------------------------*00006500
      *    BOOKS    :    B#ARQE, B#CLASS, B#ULTCNT, B#CONTAG,          *00006600
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006700
      *----------------------------------------------------------------*00006800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007000
      *                  LERDATAP - DATA DE MOVIMENTO E DIA UTIL       *00007100
      *----------------------------------------------------------------*00007200
      *    OBS      :    ARQPECAS, ULTCONT E CONTAGEM CLASSIFICADOS    *00007300
      *                  POR PECA+DEPOSITO.                            *00007400
      *----------------------------------------------------------------*00007500
      *    PARAMETROS (VIA SYSIN):                                     *00007600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007700
      *----------------------------------------------------------------*00007800
      *    HISTORICO DE ALTERACOES:                                    *00007900
      *      DATA        RESP.    DESCRICAO                            *00008000
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008100
      ******************************************************************00008200
      *================================================================*00008300
                                                                        00008400
      *================================================================*00008500
       ENVIRONMENT                                DIVISION.             00008600
      *================================================================*00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       CONFIGURATION                              SECTION.              00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
       SPECIAL-NAMES.                                                   00009300
           DECIMAL-POINT IS COMMA.                                      00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       INPUT-OUTPUT                               SECTION.              00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       FILE-CONTROL.                                                    00010000
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00010100
                    FILE STATUS     IS WRK-FS-PECAS.                    00010200
                                                                        00010300
             SELECT CLASSABC  ASSIGN     TO JCLCLABC                    00010400
                    FILE STATUS     IS WRK-FS-CLASSABC.                 00010500
                                                                        00010600
             SELECT ULTCONT   ASSIGN     TO JCLULTCT                    00010700
                    FILE STATUS     IS WRK-FS-ULTCONT.                  00010800
                                                                        00010900
             SELECT CONTAGEM  ASSIGN     TO JCLCONT                     00011000
                    FILE STATUS     IS WRK-FS-CONTAGEM.                 00011100
                                                                        00011200
             SELECT ULTNOVO   ASSIGN     TO JCLULTNV                    00011300
                    FILE STATUS     IS WRK-FS-ULTNOVO.                  00011400
                                                                        00011500
             SELECT CONTNOVO  ASSIGN     TO JCLCTNOV                    00011600
                    FILE STATUS     IS WRK-FS-CONTNOVO.                 00011700
                                                                        00011800
             SELECT LISTCONT  ASSIGN     TO JCLLSTCT                    00011900
                    FILE STATUS     IS WRK-FS-LISTCONT.                 00012000
                                                                        00012100
             SELECT RELCIC    ASSIGN     TO JCLRELCC                    00012200
                    FILE STATUS     IS WRK-FS-RELCIC.                   00012300
                                                                        00012400
             SELECT WRK-SORTCIC ASSIGN   TO JCLSORT.                    00012500
                                                                        00012600
      *================================================================*00012700
       DATA                                      DIVISION.              00012800
      *================================================================*00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
       FILE                                      SECTION.               00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00013600
      *----------------------------------------------------------------*00013700
                                                                        00013800
       FD ARQPECAS                                                      00013900
           RECORDING MODE IS F                                          00014000
           BLOCK CONTAINS 0 RECORDS.                                    00014100
       01 FD-PECAS          PIC X(050).                                 00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *  INPUT - CLASSIFICACAO ABC (CLASSABC) - LRECL = 040.           *00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       FD CLASSABC                                                      00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
                                                                        00015100
           COPY 'B#CLASS'.                                              00015200
                                                                        00015300
      *----------------------------------------------------------------*00015400
      *  INPUT - ULTIMA CONTAGEM (ULTCONT) - LRECL = 030.              *00015500
      *----------------------------------------------------------------*00015600
                                                                        00015700
       FD ULTCONT                                                       00015800
           RECORDING MODE IS F                                          00015900
           BLOCK CONTAINS 0 RECORDS.                                    00016000
       01 FD-ULTCONT        PIC X(030).                                 00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *  INPUT - CONTAGEM CONCILIADA (CONTAGEM) - LRECL = 030.         *00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       FD CONTAGEM                                                      00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-CONTAGEM       PIC X(030).                                 00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
      *  OUTPUT - ULTIMA CONTAGEM ATUALIZADA (ULTNOVO) - LRECL = 030.  *00017300
      *----------------------------------------------------------------*00017400
                                                                        00017500
       FD ULTNOVO                                                       00017600
           RECORDING MODE IS F                                          00017700
           BLOCK CONTAINS 0 RECORDS.                                    00017800
       01 FD-ULTNOVO        PIC X(030).                                 00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
      *  OUTPUT - ESQUELETO DA CONTAGEM (CONTNOVO) - LRECL = 030.      *00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       FD CONTNOVO                                                      00018500
           RECORDING MODE IS F                                          00018600
           BLOCK CONTAINS 0 RECORDS.                                    00018700
       01 FD-CONTNOVO       PIC X(030).                                 00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
      *  OUTPUT - LISTA DE CONTAGEM DO DIA (LISTCONT) - LRECL = 080.   *00019100
      *----------------------------------------------------------------*00019200
                                                                        00019300
       FD LISTCONT                                                      00019400
           RECORDING MODE IS F                                          00019500
           BLOCK CONTAINS 0 RECORDS.                                    00019600
       01 FD-LISTCONT       PIC X(080).                                 00019700
                                                                        00019800
      *----------------------------------------------------------------*00019900
      *  OUTPUT - RELATORIO DE CONFORMIDADE (RELCIC) - LRECL = 080.    *00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
       FD RELCIC                                                        00020300
           RECORDING MODE IS F                                          00020400
           BLOCK CONTAINS 0 RECORDS.                                    00020500
       01 FD-RELCIC         PIC X(080).                                 00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
      *    WORK - PECAS POR CLASSE E CONTAGEM MAIS ANTIGA              *00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
       SD WRK-SORTCIC.                                                  00021200
       01 SD-SORTCIC.                                                   00021300
          05 SD-CIC-CLASSE            PIC X(01).                        00021400
          05 SD-CIC-DATA-ULT          PIC X(08).                        00021500
          05 SD-CIC-COD-PECA          PIC X(06).                        00021600
          05 SD-CIC-DEPOSITO          PIC X(02).                        00021700
          05 SD-CIC-PENDENTE          PIC X(01).                        00021800
          05 SD-CIC-SITUACAO          PIC X(01).                        00021900
              88 SD-CIC-EM-DIA            VALUE ' '.                    00022000
              88 SD-CIC-ATRASADA          VALUE 'A'.                    00022100
              88 SD-CIC-NUNCA-CONTADA     VALUE 'N'.                    00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       WORKING-STORAGE                            SECTION.              00022500
      *----------------------------------------------------------------*00022600
      *----------------------------------------------------------------*00022700
       01 FILLER                         PIC X(050)       VALUE         00022800
                   '*** INICIO DA WORKING FR05EX72 ***'.                00022900
      *----------------------------------------------------------------*00023000
                                                                        00023100
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00023200
       77 WRK-FS-CLASSABC                PIC X(002) VALUE SPACES.       00023300
       77 WRK-FS-ULTCONT                 PIC X(002) VALUE SPACES.       00023400
       77 WRK-FS-CONTAGEM                PIC X(002) VALUE SPACES.       00023500
       77 WRK-FS-ULTNOVO                 PIC X(002) VALUE SPACES.       00023600
       77 WRK-FS-CONTNOVO                PIC X(002) VALUE SPACES.       00023700
       77 WRK-FS-LISTCONT                PIC X(002) VALUE SPACES.       00023800
       77 WRK-FS-RELCIC                  PIC X(002) VALUE SPACES.       00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       01 FILLER                         PIC X(050)       VALUE         00024200
                     '*** AREA DA ACUMULADORES ***'.                    00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
       77 ACUM-LIDOS-PECAS               PIC 9(007) VALUE ZEROS.        00024600
       77 ACUM-LIDOS-ULTCONT             PIC 9(007) VALUE ZEROS.        00024700
       77 ACUM-LIDOS-CONTAGEM            PIC 9(007) VALUE ZEROS.        00024800
       77 ACUM-CONTAGENS-APLIC           PIC 9(005) VALUE ZEROS.        00024900
       77 ACUM-GRAV-ULTNOVO              PIC 9(007) VALUE ZEROS.        00025000
       77 ACUM-EXPURGADAS                PIC 9(005) VALUE ZEROS.        00025100
       77 ACUM-PROGRAMADAS               PIC 9(005) VALUE ZEROS.        00025200
       77 ACUM-ATRASADAS                 PIC 9(005) VALUE ZEROS.        00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
       01 FILLER                         PIC X(050)       VALUE         00025600
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00026000
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00026100
       77 WRK-TEM-CLASSABC               PIC X(001) VALUE 'N'.          00026200
           88 WRK-TEM-CLASSABC-SIM                  VALUE 'S'.          00026300
       77 WRK-TEM-ULTCONT                PIC X(001) VALUE 'N'.          00026400
           88 WRK-TEM-ULTCONT-SIM                   VALUE 'S'.          00026500
       77 WRK-TEM-CONTAGEM               PIC X(001) VALUE 'N'.          00026600
           88 WRK-TEM-CONTAGEM-SIM                  VALUE 'S'.          00026700
       77 WRK-DIA-UTIL                   PIC X(001) VALUE 'N'.          00026800
           88 WRK-DIA-UTIL-SIM                      VALUE 'S'.          00026900
       77 WRK-ABC-ACHOU                  PIC X(001) VALUE 'N'.          00027000
           88 WRK-ABC-ACHOU-SIM                     VALUE 'S'.          00027100
       77 WRK-CLASSE-PECA                PIC X(001) VALUE SPACES.       00027200
       77 WRK-CLASSE-ANT                 PIC X(001) VALUE SPACES.       00027300
       77 WRK-ULT-LIDO                   PIC X(030) VALUE SPACES.       00027400
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00027500
       77 WRK-DATA-AUX-N                 PIC 9(008) VALUE ZEROS.        00027600
       77 WRK-DATA-PASSO                 PIC X(008) VALUE SPACES.       00027700
       77 WRK-DIAS-INT                   PIC 9(007) VALUE ZEROS.        00027800
       77 WRK-DIAS-SEM-CONTAR            PIC 9(005) VALUE ZEROS.        00027900
       77 WRK-CAL-ANO                    PIC S9(004) VALUE ZEROS.       00028000
       77 WRK-CAL-MES                    PIC S9(003) VALUE ZEROS.       00028100
       77 WRK-MES-AUX                    PIC 9(002) VALUE ZEROS.        00028200
       77 WRK-QUOCIENTE                  PIC 9(002) VALUE ZEROS.        00028300
       77 WRK-RESTO                      PIC 9(005) VALUE ZEROS.        00028400
                                                                        00028500
      *----------------------------------------------------------------*00028600
      *    DATA DO MOVIMENTO E DATA MONTADA (AAAAMM01)                 *00028700
      *----------------------------------------------------------------*00028800
                                                                        00028900
       01 WRK-DATA-EXEC-R.                                              00029000
          05 WRK-DEX-ANO                PIC 9(04).                      00029100
          05 WRK-DEX-MES                PIC 9(02).                      00029200
          05 WRK-DEX-DIA                PIC 9(02).                      00029300
                                                                        00029400
       01 WRK-DATA-MONTADA.                                             00029500
          05 WRK-DMO-ANO                PIC 9(04).                      00029600
          05 WRK-DMO-MES                PIC 9(02).                      00029700
          05 WRK-DMO-DIA                PIC 9(02).                      00029800
       01 WRK-DATA-MONTADA-N REDEFINES WRK-DATA-MONTADA                 00029900
                                        PIC 9(08).                      00030000
                                                                        00030100
      *----------------------------------------------------------------*00030200
      *    CHAVES COMPOSTAS (PECA+DEPOSITO) DO CASAMENTO               *00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
       01 WRK-CHV-PECA.                                                 00030600
          05 WRK-CHVP-COD               PIC X(06).                      00030700
          05 WRK-CHVP-DEP               PIC X(02).                      00030800
       01 WRK-CHV-ULT                   PIC X(08) VALUE SPACES.         00030900
       01 WRK-CHV-CONTAGEM.                                             00031000
          05 WRK-CHVC-COD               PIC X(06).                      00031100
          05 WRK-CHVC-DEP               PIC X(02).                      00031200
                                                                        00031300
      *----------------------------------------------------------------*00031400
      *    CICLO DE CADA CLASSE: 1 = 'A' MENSAL, 2 = 'B' TRIMESTRAL,   *00031500
      *    3 = 'C' ANUAL                                               *00031600
      *----------------------------------------------------------------*00031700
                                                                        00031800
       01 WRK-TAB-CICLOS.                                               00031900
          05 WRK-TAB-CIC                OCCURS 3 TIMES                  00032000
                                         INDEXED BY WRK-IDX-CIC.        00032100
             10 WRK-CIC-CLASSE          PIC X(01).                      00032200
             10 WRK-CIC-PERIODICIDADE   PIC X(10).                      00032300
             10 WRK-CIC-INICIO          PIC X(08).                      00032400
             10 WRK-CIC-FIM             PIC X(08).                      00032500
             10 WRK-CIC-INICIO-ANT      PIC X(08).                      00032600
             10 WRK-CIC-DIAS-UTEIS      PIC 9(03).                      00032700
             10 WRK-CIC-TOTAL           PIC 9(05).                      00032800
             10 WRK-CIC-CONTADAS        PIC 9(05).                      00032900
             10 WRK-CIC-PENDENTES       PIC 9(05).                      00033000
             10 WRK-CIC-COTA            PIC 9(05).                      00033100
             10 WRK-CIC-PROGRAMADAS     PIC 9(05).                      00033200
             10 WRK-CIC-ATRASADAS       PIC 9(05).                      00033300
                                                                        00033400
      *----------------------------------------------------------------*00033500
      *    CLASSE ABC POR PECA (CLASSABC CARREGADO)                    *00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
       01 WRK-TAB-CLASSES.                                              00033900
          05 WRK-TAB-ABC                OCCURS 500 TIMES                00034000
                                         INDEXED BY WRK-IDX-ABC.        00034100
             10 WRK-TAB-ABC-COD-PECA    PIC X(06).                      00034200
             10 WRK-TAB-ABC-CLASSE      PIC X(01).                      00034300
                                                                        00034400
       77 WRK-TAB-ABC-QTDE               PIC 9(003) VALUE ZEROS.        00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
      *    LINHAS DA LISTA DE CONTAGEM                                 *00034800
      *----------------------------------------------------------------*00034900
                                                                        00035000
       01 WRK-CABLST.                                                   00035100
          05 FILLER                     PIC X(033) VALUE                00035200
             'LISTA DE CONTAGEM CICLICA - DIA  '.                       00035300
          05 FILLER                     PIC X(001) VALUE SPACES.        00035400
          05 WRK-CL-DATA                PIC X(008).                     00035500
          05 FILLER                     PIC X(038) VALUE SPACES.        00035600
                                                                        00035700
       01 WRK-LINLST.                                                   00035800
          05 WRK-LL-CLASSE              PIC X(001).                     00035900
          05 FILLER                     PIC X(002) VALUE SPACES.        00036000
          05 WRK-LL-COD-PECA            PIC X(006).                     00036100
          05 FILLER                     PIC X(005) VALUE ' DEP '.       00036200
          05 WRK-LL-DEPOSITO            PIC X(002).                     00036300
          05 FILLER                     PIC X(014) VALUE                00036400
             ' ULT.CONTAGEM '.                                          00036500
          05 WRK-LL-DATA-ULT            PIC X(008).                     00036600
          05 FILLER                     PIC X(006) VALUE ' QTDE '.      00036700
          05 FILLER                     PIC X(008) VALUE '________'.    00036800
          05 FILLER                     PIC X(010) VALUE ' CONTADOR '.  00036900
          05 FILLER                     PIC X(008) VALUE '________'.    00037000
          05 FILLER                     PIC X(010) VALUE SPACES.        00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
      *    LINHAS DO RELATORIO DE CONFORMIDADE                         *00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
       01 WRK-CABCIC.                                                   00037700
          05 FILLER                     PIC X(040) VALUE                00037800
             'CONFORMIDADE DA CONTAGEM CICLICA - DATA'.                 00037900
          05 WRK-CC-DATA                PIC X(008).                     00038000
          05 FILLER                     PIC X(032) VALUE SPACES.        00038100
                                                                        00038200
       01 WRK-LINCLS.                                                   00038300
          05 FILLER                     PIC X(007) VALUE 'CLASSE '.     00038400
          05 WRK-LC-CLASSE              PIC X(001).                     00038500
          05 FILLER                     PIC X(003) VALUE ' - '.         00038600
          05 WRK-LC-PERIODICIDADE       PIC X(010).                     00038700
          05 FILLER                     PIC X(009) VALUE ' PERIODO '.   00038800
          05 WRK-LC-INICIO              PIC X(008).                     00038900
          05 FILLER                     PIC X(003) VALUE ' A '.         00039000
          05 WRK-LC-FIM                 PIC X(008).                     00039100
          05 FILLER                     PIC X(007) VALUE ' UTEIS '.     00039200
          05 WRK-LC-DIAS-UTEIS          PIC ZZ9.                        00039300
          05 FILLER                     PIC X(006) VALUE ' COTA '.      00039400
          05 WRK-LC-COTA                PIC ZZ.ZZ9.                     00039500
          05 FILLER                     PIC X(009) VALUE SPACES.        00039600
                                                                        00039700
       01 WRK-LINATR.                                                   00039800
          05 FILLER                     PIC X(002) VALUE SPACES.        00039900
          05 WRK-LA-COD-PECA            PIC X(006).                     00040000
          05 FILLER                     PIC X(001) VALUE '/'.           00040100
          05 WRK-LA-DEPOSITO            PIC X(002).                     00040200
          05 FILLER                     PIC X(017) VALUE                00040300
             ' ULTIMA CONTAGEM '.                                       00040400
          05 WRK-LA-DATA-ULT            PIC X(008).                     00040500
          05 FILLER                     PIC X(001) VALUE SPACES.        00040600
          05 WRK-LA-DIAS                PIC ZZ.ZZ9.                     00040700
          05 FILLER                     PIC X(006) VALUE ' DIAS '.      00040800
          05 WRK-LA-SITUACAO            PIC X(013).                     00040900
          05 FILLER                     PIC X(018) VALUE SPACES.        00041000
                                                                        00041100
       01 WRK-LINTOT.                                                   00041200
          05 FILLER                     PIC X(008) VALUE '  TOTAL '.    00041300
          05 WRK-LT-TOTAL               PIC ZZ.ZZ9.                     00041400
          05 FILLER                     PIC X(010) VALUE ' CONTADAS '.  00041500
          05 WRK-LT-CONTADAS            PIC ZZ.ZZ9.                     00041600
          05 FILLER                     PIC X(011) VALUE                00041700
             ' PENDENTES '.                                             00041800
          05 WRK-LT-PENDENTES           PIC ZZ.ZZ9.                     00041900
          05 FILLER                     PIC X(006) VALUE ' HOJE '.      00042000
          05 WRK-LT-PROGRAMADAS         PIC ZZ.ZZ9.                     00042100
          05 FILLER                     PIC X(008) VALUE ' ATRASO '.    00042200
          05 WRK-LT-ATRASADAS           PIC ZZ.ZZ9.                     00042300
          05 FILLER                     PIC X(007) VALUE SPACES.        00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       01 FILLER                         PIC X(050)       VALUE         00042700
                     '*** AREA DOS BOOKS DO ESTOQUE ***'.               00042800
      *----------------------------------------------------------------*00042900
                                                                        00043000
       COPY 'B#ARQE'.                                                   00043100
                                                                        00043200
       COPY 'B#ULTCNT'.                                                 00043300
                                                                        00043400
       COPY 'B#CONTAG'.                                                 00043500
                                                                        00043600
      *----------------------------------------------------------------*00043700
       01 FILLER                         PIC X(050)       VALUE         00043800
                    '*** AREA DA BOOK GRAVALOG ***'.                    00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
                           COPY 'B#GRALOG'.                             00044200
                                                                        00044300
      ******************************************************************00044400
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00044500
      ******************************************************************00044600
                                                                        00044700
       COPY 'B#RUNCTL'.                                                 00044800
                                                                        00044900
       COPY 'B#DATPRC'.                                                 00045000
                                                                        00045100
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00045200
                                                                        00045300
      *================================================================*00045400
       PROCEDURE                                 DIVISION.              00045500
      *================================================================*00045600
                                                                        00045700
      ******************************************************************00045800
      *              P R O G R A M A  P R I N C I P A L                *00045900
      ******************************************************************00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       0000-PRINCIPAL                            SECTION.               00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
            PERFORM 1000-INICIAR                                        00046600
                                                                        00046700
            PERFORM 1300-CARREGAR-CLASSES                               00046800
                                                                        00046900
            PERFORM 1500-MONTAR-PERIODOS                                00047000
                                                                        00047100
            PERFORM 1600-CONTAR-DIAS-UTEIS                              00047200
                                                                        00047300
            SORT WRK-SORTCIC                                            00047400
                 ON ASCENDING KEY SD-CIC-CLASSE                         00047500
                                  SD-CIC-DATA-ULT                       00047600
                                  SD-CIC-COD-PECA                       00047700
                                  SD-CIC-DEPOSITO                       00047800
                 INPUT PROCEDURE  2000-CASAR-CADASTROS                  00047900
                 OUTPUT PROCEDURE 3000-PROGRAMAR-CONTAGEM               00048000
                                                                        00048100
            PERFORM 4000-FINALIZAR                                      00048200
                                                                        00048300
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00048400
            MOVE ACUM-LIDOS-PECAS     TO WRK-RUN-LIDOS                  00048500
            MOVE ACUM-PROGRAMADAS     TO WRK-RUN-GRAVADOS               00048600
            MOVE ZEROS                TO WRK-RUN-RC                     00048700
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00048800
                                                                        00048900
            STOP RUN.                                                   00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       0000-99-FIM.                           EXIT.                     00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
      ******************************************************************00049600
      *                       I N I C I A R                            *00049700
      ******************************************************************00049800
                                                                        00049900
      *----------------------------------------------------------------*00050000
       1000-INICIAR                           SECTION.                  00050100
      *----------------------------------------------------------------*00050200
                                                                        00050300
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00050400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00050500
           CALL 'LERDATAP'            USING WRK-DATPRC                  00050600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00050700
           MOVE WRK-DTP-DIA-UTIL      TO WRK-DIA-UTIL                   00050800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00050900
           MOVE 'FR05EX72'            TO WRK-RUN-PROGRAMA               00051000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00051100
           MOVE ZEROS                 TO WRK-RUN-RC                     00051200
                                         WRK-RUN-LIDOS                  00051300
                                         WRK-RUN-GRAVADOS               00051400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00051500
                                                                        00051600
           IF WRK-RUN-DATA-JA-FEITA                                     00051700
              MOVE 'A'                TO WRK-SEVERIDADE                 00051800
              MOVE 'FR05EX72'         TO WRK-PROGRAMA                   00051900
              MOVE '1000  '           TO WRK-SECAO                      00052000
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00052100
                                      TO WRK-MENSAGEM                   00052200
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00052300
              CALL 'GRAVALOG'         USING WRK-LOG                     00052400
              MOVE 08                 TO RETURN-CODE                    00052500
              GOBACK                                                    00052600
           END-IF                                                       00052700
                                                                        00052800
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-R                00052900
                                         WRK-DATA-EXEC-N (1:8)          00053000
                                                                        00053100
           OPEN INPUT  ARQPECAS                                         00053200
                OUTPUT ULTNOVO                                          00053300
                OUTPUT CONTNOVO                                         00053400
                OUTPUT LISTCONT                                         00053500
                OUTPUT RELCIC                                           00053600
                                                                        00053700
      *    SEM CLASSABC (FR05ABC AINDA NAO RODOU) TUDO E CLASSE 'C'    *00053800
           OPEN INPUT CLASSABC                                          00053900
           IF WRK-FS-CLASSABC EQUAL '35'                                00054000
              MOVE '10'               TO WRK-FS-CLASSABC                00054100
              MOVE 'A'                TO WRK-SEVERIDADE                 00054200
              MOVE 'FR05EX72'         TO WRK-PROGRAMA                   00054300
              MOVE '1000  '           TO WRK-SECAO                      00054400
              MOVE 'SEM CLASSABC - PECAS TRATADAS COMO C'               00054500
                                      TO WRK-MENSAGEM                   00054600
              MOVE WRK-FS-CLASSABC    TO WRK-STATUS                     00054700
              CALL 'GRAVALOG'         USING WRK-LOG                     00054800
           ELSE                                                         00054900
              MOVE 'S'                TO WRK-TEM-CLASSABC               00055000
           END-IF                                                       00055100
                                                                        00055200
      *    SEM ULTCONT (PRIMEIRA CARGA) NENHUMA PECA FOI CONTADA       *00055300
           OPEN INPUT ULTCONT                                           00055400
           IF WRK-FS-ULTCONT EQUAL '35'                                 00055500
              MOVE '10'               TO WRK-FS-ULTCONT                 00055600
           ELSE                                                         00055700
              MOVE 'S'                TO WRK-TEM-ULTCONT                00055800
           END-IF                                                       00055900
                                                                        00056000
           OPEN INPUT CONTAGEM                                          00056100
           IF WRK-FS-CONTAGEM EQUAL '35'                                00056200
              MOVE '10'               TO WRK-FS-CONTAGEM                00056300
           ELSE                                                         00056400
              MOVE 'S'                TO WRK-TEM-CONTAGEM               00056500
           END-IF                                                       00056600
                                                                        00056700
           PERFORM 1100-TESTAR-STATUS                                   00056800
                                                                        00056900
           IF NOT WRK-DIA-UTIL-SIM                                      00057000
              MOVE 'A'                TO WRK-SEVERIDADE                 00057100
              MOVE 'FR05EX72'         TO WRK-PROGRAMA                   00057200
              MOVE '1000  '           TO WRK-SECAO                      00057300
              MOVE 'DIA NAO UTIL - SEM LISTA DE CONTAGEM'               00057400
                                      TO WRK-MENSAGEM                   00057500
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00057600
              CALL 'GRAVALOG'         USING WRK-LOG                     00057700
           END-IF.                                                      00057800
                                                                        00057900
      *----------------------------------------------------------------*00058000
       1000-99-FIM.                            EXIT.                    00058100
      *----------------------------------------------------------------*00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       1100-TESTAR-STATUS                    SECTION.                   00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00058800
            AND WRK-FS-PECAS NOT EQUAL '10'                             00058900
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00059000
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00059100
              PERFORM 9000-TRATAR-ERRO                                  00059200
           END-IF                                                       00059300
                                                                        00059400
           IF WRK-FS-CLASSABC NOT EQUAL ZEROS                           00059500
            AND WRK-FS-CLASSABC NOT EQUAL '10'                          00059600
              MOVE 'ERRO NO ARQUIVO CLASSABC'    TO WRK-MENSAGEM        00059700
              MOVE WRK-FS-CLASSABC               TO WRK-STATUS          00059800
              PERFORM 9000-TRATAR-ERRO                                  00059900
           END-IF                                                       00060000
                                                                        00060100
           IF WRK-FS-ULTCONT NOT EQUAL ZEROS                            00060200
            AND WRK-FS-ULTCONT NOT EQUAL '10'                           00060300
              MOVE 'ERRO NO ARQUIVO ULTCONT'     TO WRK-MENSAGEM        00060400
              MOVE WRK-FS-ULTCONT                TO WRK-STATUS          00060500
              PERFORM 9000-TRATAR-ERRO                                  00060600
           END-IF                                                       00060700
                                                                        00060800
           IF WRK-FS-CONTAGEM NOT EQUAL ZEROS                           00060900
            AND WRK-FS-CONTAGEM NOT EQUAL '10'                          00061000
              MOVE 'ERRO NO ARQUIVO CONTAGEM'    TO WRK-MENSAGEM        00061100
              MOVE WRK-FS-CONTAGEM               TO WRK-STATUS          00061200
              PERFORM 9000-TRATAR-ERRO                                  00061300
           END-IF                                                       00061400
                                                                        00061500
           IF WRK-FS-ULTNOVO NOT EQUAL ZEROS                            00061600
              MOVE 'ERRO NO ARQUIVO ULTNOVO'     TO WRK-MENSAGEM        00061700
              MOVE WRK-FS-ULTNOVO                TO WRK-STATUS          00061800
              PERFORM 9000-TRATAR-ERRO                                  00061900
           END-IF                                                       00062000
                                                                        00062100
           IF WRK-FS-CONTNOVO NOT EQUAL ZEROS                           00062200
              MOVE 'ERRO NO ARQUIVO CONTNOVO'    TO WRK-MENSAGEM        00062300
              MOVE WRK-FS-CONTNOVO               TO WRK-STATUS          00062400
              PERFORM 9000-TRATAR-ERRO                                  00062500
           END-IF                                                       00062600
                                                                        00062700
           IF WRK-FS-LISTCONT NOT EQUAL ZEROS                           00062800
              MOVE 'ERRO NO ARQUIVO LISTCONT'    TO WRK-MENSAGEM        00062900
              MOVE WRK-FS-LISTCONT               TO WRK-STATUS          00063000
              PERFORM 9000-TRATAR-ERRO                                  00063100
           END-IF                                                       00063200
                                                                        00063300
           IF WRK-FS-RELCIC NOT EQUAL ZEROS                             00063400
              MOVE 'ERRO NO ARQUIVO RELCIC'      TO WRK-MENSAGEM        00063500
              MOVE WRK-FS-RELCIC                 TO WRK-STATUS          00063600
              PERFORM 9000-TRATAR-ERRO                                  00063700
           END-IF.                                                      00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       1100-99-FIM.                            EXIT.                    00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
      ******************************************************************00064400
      *         C A R R E G A R   A   C L A S S E   A B C              *00064500
      ******************************************************************00064600
                                                                        00064700
      *----------------------------------------------------------------*00064800
       1300-CARREGAR-CLASSES                 SECTION.                   00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
           IF NOT WRK-TEM-CLASSABC-SIM                                  00065200
              GO                  TO 1300-99-FIM                        00065300
           END-IF                                                       00065400
                                                                        00065500
           PERFORM 1310-LER-CLASSABC                                    00065600
                                                                        00065700
           PERFORM 1320-GUARDAR-CLASSE                                  00065800
                   UNTIL WRK-FS-CLASSABC EQUAL '10'                     00065900
                                                                        00066000
           CLOSE CLASSABC.                                              00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       1300-99-FIM.                           EXIT.                     00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       1310-LER-CLASSABC                     SECTION.                   00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
           READ CLASSABC                                                00067100
                                                                        00067200
           IF WRK-FS-CLASSABC EQUAL '10'                                00067300
              GO                  TO 1310-99-FIM                        00067400
           END-IF                                                       00067500
                                                                        00067600
           PERFORM 1100-TESTAR-STATUS.                                  00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       1310-99-FIM.                           EXIT.                     00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       1320-GUARDAR-CLASSE                   SECTION.                   00068400
      *----------------------------------------------------------------*00068500
                                                                        00068600
           IF WRK-TAB-ABC-QTDE GREATER OR EQUAL 500                     00068700
              MOVE 'TABELA DE CLASSES CHEIA'     TO WRK-MENSAGEM        00068800
              MOVE SPACES                        TO WRK-STATUS          00068900
              PERFORM 9000-TRATAR-ERRO                                  00069000
           END-IF                                                       00069100
                                                                        00069200
           ADD 1                     TO WRK-TAB-ABC-QTDE                00069300
           SET WRK-IDX-ABC           TO WRK-TAB-ABC-QTDE                00069400
           MOVE FD-ABC-COD-PECA      TO WRK-TAB-ABC-COD-PECA            00069500
                                         (WRK-IDX-ABC)                  00069600
           MOVE FD-ABC-CLASSE        TO WRK-TAB-ABC-CLASSE              00069700
                                         (WRK-IDX-ABC)                  00069800
                                                                        00069900
           PERFORM 1310-LER-CLASSABC.                                   00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       1320-99-FIM.                           EXIT.                     00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
      ******************************************************************00070600
      *          M O N T A R   O S   P E R I O D O S                   *00070700
      ******************************************************************00070800
                                                                        00070900
      *----------------------------------------------------------------*00071000
       1500-MONTAR-PERIODOS                  SECTION.                   00071100
      *----------------------------------------------------------------*00071200
                                                                        00071300
           INITIALIZE WRK-TAB-CICLOS                                    00071400
                                                                        00071500
      *    'A' - MES CORRENTE; O ANTERIOR E O MES PASSADO              *00071600
           MOVE 'A'                  TO WRK-CIC-CLASSE (1)              00071700
           MOVE 'MENSAL'             TO WRK-CIC-PERIODICIDADE (1)       00071800
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00071900
           MOVE WRK-DEX-MES          TO WRK-CAL-MES                     00072000
           PERFORM 1510-MONTAR-INICIO                                   00072100
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO (1)              00072200
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00072300
           COMPUTE WRK-CAL-MES = WRK-DEX-MES + 1                        00072400
           PERFORM 1520-MONTAR-VESPERA                                  00072500
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-FIM (1)                 00072600
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00072700
           COMPUTE WRK-CAL-MES = WRK-DEX-MES - 1                        00072800
           PERFORM 1510-MONTAR-INICIO                                   00072900
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO-ANT (1)          00073000
                                                                        00073100
      *    'B' - TRIMESTRE CIVIL CORRENTE (JAN, ABR, JUL, OUT)         *00073200
           MOVE 'B'                  TO WRK-CIC-CLASSE (2)              00073300
           MOVE 'TRIMESTRAL'         TO WRK-CIC-PERIODICIDADE (2)       00073400
           COMPUTE WRK-MES-AUX = WRK-DEX-MES - 1                        00073500
           DIVIDE WRK-MES-AUX BY 3   GIVING WRK-QUOCIENTE               00073600
           COMPUTE WRK-MES-AUX = WRK-QUOCIENTE * 3 + 1                  00073700
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00073800
           MOVE WRK-MES-AUX          TO WRK-CAL-MES                     00073900
           PERFORM 1510-MONTAR-INICIO                                   00074000
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO (2)              00074100
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00074200
           COMPUTE WRK-CAL-MES = WRK-MES-AUX + 3                        00074300
           PERFORM 1520-MONTAR-VESPERA                                  00074400
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-FIM (2)                 00074500
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00074600
           COMPUTE WRK-CAL-MES = WRK-MES-AUX - 3                        00074700
           PERFORM 1510-MONTAR-INICIO                                   00074800
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO-ANT (2)          00074900
                                                                        00075000
      *    'C' - ANO CIVIL CORRENTE                                    *00075100
           MOVE 'C'                  TO WRK-CIC-CLASSE (3)              00075200
           MOVE 'ANUAL'              TO WRK-CIC-PERIODICIDADE (3)       00075300
           MOVE WRK-DEX-ANO          TO WRK-CAL-ANO                     00075400
           MOVE 1                    TO WRK-CAL-MES                     00075500
           PERFORM 1510-MONTAR-INICIO                                   00075600
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO (3)              00075700
           COMPUTE WRK-CAL-ANO = WRK-DEX-ANO + 1                        00075800
           MOVE 1                    TO WRK-CAL-MES                     00075900
           PERFORM 1520-MONTAR-VESPERA                                  00076000
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-FIM (3)                 00076100
           COMPUTE WRK-CAL-ANO = WRK-DEX-ANO - 1                        00076200
           MOVE 1                    TO WRK-CAL-MES                     00076300
           PERFORM 1510-MONTAR-INICIO                                   00076400
           MOVE WRK-DATA-MONTADA     TO WRK-CIC-INICIO-ANT (3).         00076500
                                                                        00076600
      *----------------------------------------------------------------*00076700
       1500-99-FIM.                           EXIT.                     00076800
      *----------------------------------------------------------------*00076900
                                                                        00077000
      *----------------------------------------------------------------*00077100
       1510-MONTAR-INICIO                    SECTION.                   00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
      *    PRIMEIRO DIA DE WRK-CAL-ANO/WRK-CAL-MES; O MES PODE VIR     *00077500
      *    UM ANO PARA TRAS OU PARA A FRENTE                           *00077600
           IF WRK-CAL-MES LESS 1                                        00077700
              ADD 12                 TO WRK-CAL-MES                     00077800
              SUBTRACT 1             FROM WRK-CAL-ANO                   00077900
           END-IF                                                       00078000
                                                                        00078100
           IF WRK-CAL-MES GREATER 12                                    00078200
              SUBTRACT 12            FROM WRK-CAL-MES                   00078300
              ADD 1                  TO WRK-CAL-ANO                     00078400
           END-IF                                                       00078500
                                                                        00078600
           MOVE WRK-CAL-ANO          TO WRK-DMO-ANO                     00078700
           MOVE WRK-CAL-MES          TO WRK-DMO-MES                     00078800
           MOVE 1                    TO WRK-DMO-DIA.                    00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       1510-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      *----------------------------------------------------------------*00079500
       1520-MONTAR-VESPERA                   SECTION.                   00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
      *    ULTIMO DIA DO PERIODO = VESPERA DO INICIO DO SEGUINTE       *00079900
           PERFORM 1510-MONTAR-INICIO                                   00080000
                                                                        00080100
           COMPUTE WRK-DIAS-INT =                                       00080200
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-MONTADA-N) - 1    00080300
           COMPUTE WRK-DATA-AUX-N =                                     00080400
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00080500
           MOVE WRK-DATA-AUX-N       TO WRK-DATA-MONTADA-N.             00080600
                                                                        00080700
      *----------------------------------------------------------------*00080800
       1520-99-FIM.                           EXIT.                     00080900
      *----------------------------------------------------------------*00081000
                                                                        00081100
      ******************************************************************00081200
      *    D I A S   U T E I S   A T E   O   F I M   D O   C I C L O   *00081300
      ******************************************************************00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       1600-CONTAR-DIAS-UTEIS                SECTION.                   00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
      *    O DIA DE HOJE CONTA; DAI EM DIANTE O LERDATAP AVANCA DIA    *00082000
      *    UTIL A DIA UTIL ATE O FIM DO ANO, QUE FECHA OS TRES CICLOS  *00082100
           IF NOT WRK-DIA-UTIL-SIM                                      00082200
              GO                  TO 1600-99-FIM                        00082300
           END-IF                                                       00082400
                                                                        00082500
           MOVE 1                    TO WRK-CIC-DIAS-UTEIS (1)          00082600
                                        WRK-CIC-DIAS-UTEIS (2)          00082700
                                        WRK-CIC-DIAS-UTEIS (3)          00082800
           MOVE WRK-DATA-EXEC        TO WRK-DATA-PASSO                  00082900
                                                                        00083000
           PERFORM 1610-AVANCAR-DIA-UTIL                                00083100
                   UNTIL WRK-DATA-PASSO GREATER WRK-CIC-FIM (3).        00083200
                                                                        00083300
      *----------------------------------------------------------------*00083400
       1600-99-FIM.                           EXIT.                     00083500
      *----------------------------------------------------------------*00083600
                                                                        00083700
      *----------------------------------------------------------------*00083800
       1610-AVANCAR-DIA-UTIL                 SECTION.                   00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
           MOVE 'P'                  TO WRK-DTP-FUNCAO                  00084200
           MOVE WRK-DATA-PASSO       TO WRK-DTP-DATA-BASE               00084300
           MOVE 1                    TO WRK-DTP-QTD-DIAS                00084400
           CALL 'LERDATAP'           USING WRK-DATPRC                   00084500
           MOVE SPACES               TO WRK-DTP-FUNCAO                  00084600
           MOVE WRK-DTP-DATA-UTIL    TO WRK-DATA-PASSO                  00084700
                                                                        00084800
           PERFORM 1620-SOMAR-DIA-UTIL                                  00084900
                   VARYING WRK-IDX-CIC FROM 1 BY 1                      00085000
                   UNTIL WRK-IDX-CIC GREATER 3.                         00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       1610-99-FIM.                           EXIT.                     00085400
      *----------------------------------------------------------------*00085500
                                                                        00085600
      *----------------------------------------------------------------*00085700
       1620-SOMAR-DIA-UTIL                   SECTION.                   00085800
      *----------------------------------------------------------------*00085900
                                                                        00086000
           IF WRK-DATA-PASSO NOT GREATER WRK-CIC-FIM (WRK-IDX-CIC)      00086100
              ADD 1                  TO WRK-CIC-DIAS-UTEIS              00086200
                                        (WRK-IDX-CIC)                   00086300
           END-IF.                                                      00086400
                                                                        00086500
      *----------------------------------------------------------------*00086600
       1620-99-FIM.                           EXIT.                     00086700
      *----------------------------------------------------------------*00086800
                                                                        00086900
      ******************************************************************00087000
      *   C A S A R   P E C A S   E   C O N T A G E N S   (INPUT)      *00087100
      ******************************************************************00087200
                                                                        00087300
      *----------------------------------------------------------------*00087400
       2000-CASAR-CADASTROS                  SECTION.                   00087500
      *----------------------------------------------------------------*00087600
                                                                        00087700
           PERFORM 2100-LER-PECAS                                       00087800
           PERFORM 2200-LER-ULTCONT                                     00087900
           PERFORM 2300-LER-CONTAGEM                                    00088000
                                                                        00088100
           PERFORM 2400-TRATAR-PECA                                     00088200
                   UNTIL WRK-FS-PECAS EQUAL '10'                        00088300
                                                                        00088400
      *    ULTCONT DE PECA QUE SAIU DO CADASTRO NAO E REGRAVADO        *00088500
           PERFORM 2450-DESCARTAR-ULTCONT                               00088600
                   UNTIL WRK-CHV-ULT EQUAL HIGH-VALUES                  00088700
                                                                        00088800
           CLOSE ARQPECAS                                               00088900
                                                                        00089000
           IF WRK-TEM-ULTCONT-SIM                                       00089100
              CLOSE ULTCONT                                             00089200
           END-IF                                                       00089300
                                                                        00089400
           IF WRK-TEM-CONTAGEM-SIM                                      00089500
              CLOSE CONTAGEM                                            00089600
           END-IF.                                                      00089700
                                                                        00089800
      *----------------------------------------------------------------*00089900
       2000-99-FIM.                           EXIT.                     00090000
      *----------------------------------------------------------------*00090100
                                                                        00090200
      *----------------------------------------------------------------*00090300
       2100-LER-PECAS                        SECTION.                   00090400
      *----------------------------------------------------------------*00090500
                                                                        00090600
           READ ARQPECAS             INTO WRK-ARQPECAS                  00090700
                                                                        00090800
           IF WRK-FS-PECAS EQUAL '10'                                   00090900
              MOVE HIGH-VALUES       TO WRK-CHV-PECA                    00091000
              GO                  TO 2100-99-FIM                        00091100
           END-IF                                                       00091200
                                                                        00091300
           PERFORM 1100-TESTAR-STATUS                                   00091400
           ADD 1                     TO ACUM-LIDOS-PECAS                00091500
           MOVE FD-COD-PECA          TO WRK-CHVP-COD                    00091600
           MOVE FD-DEPOSITO-PECA     TO WRK-CHVP-DEP.                   00091700
                                                                        00091800
      *----------------------------------------------------------------*00091900
       2100-99-FIM.                           EXIT.                     00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
      *----------------------------------------------------------------*00092300
       2200-LER-ULTCONT                      SECTION.                   00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
           IF WRK-FS-ULTCONT EQUAL '10'                                 00092700
              MOVE HIGH-VALUES       TO WRK-CHV-ULT                     00092800
              GO                  TO 2200-99-FIM                        00092900
           END-IF                                                       00093000
                                                                        00093100
           READ ULTCONT              INTO WRK-ULT-LIDO                  00093200
                                                                        00093300
           IF WRK-FS-ULTCONT EQUAL '10'                                 00093400
              MOVE HIGH-VALUES       TO WRK-CHV-ULT                     00093500
              GO                  TO 2200-99-FIM                        00093600
           END-IF                                                       00093700
                                                                        00093800
           PERFORM 1100-TESTAR-STATUS                                   00093900
           ADD 1                     TO ACUM-LIDOS-ULTCONT              00094000
           MOVE WRK-ULT-LIDO (1:8)   TO WRK-CHV-ULT.                    00094100
                                                                        00094200
      *----------------------------------------------------------------*00094300
       2200-99-FIM.                           EXIT.                     00094400
      *----------------------------------------------------------------*00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       2300-LER-CONTAGEM                     SECTION.                   00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
           IF WRK-FS-CONTAGEM EQUAL '10'                                00095100
              MOVE HIGH-VALUES       TO WRK-CHV-CONTAGEM                00095200
              GO                  TO 2300-99-FIM                        00095300
           END-IF                                                       00095400
                                                                        00095500
           READ CONTAGEM             INTO WRK-CONTAGEM                  00095600
                                                                        00095700
           IF WRK-FS-CONTAGEM EQUAL '10'                                00095800
              MOVE HIGH-VALUES       TO WRK-CHV-CONTAGEM                00095900
              GO                  TO 2300-99-FIM                        00096000
           END-IF                                                       00096100
                                                                        00096200
           PERFORM 1100-TESTAR-STATUS                                   00096300
           ADD 1                     TO ACUM-LIDOS-CONTAGEM             00096400
           MOVE FD-CNT-COD-PECA      TO WRK-CHVC-COD                    00096500
           MOVE FD-CNT-DEPOSITO      TO WRK-CHVC-DEP.                   00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       2300-99-FIM.                           EXIT.                     00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
      *----------------------------------------------------------------*00097200
       2400-TRATAR-PECA                      SECTION.                   00097300
      *----------------------------------------------------------------*00097400
                                                                        00097500
           PERFORM 2450-DESCARTAR-ULTCONT                               00097600
                   UNTIL WRK-CHV-ULT NOT LESS WRK-CHV-PECA              00097700
                                                                        00097800
           IF WRK-CHV-ULT EQUAL WRK-CHV-PECA                            00097900
              MOVE WRK-ULT-LIDO      TO WRK-ULTCONT                     00098000
              PERFORM 2200-LER-ULTCONT                                  00098100
           ELSE                                                         00098200
              MOVE SPACES            TO WRK-ULTCONT                     00098300
              MOVE WRK-CHV-PECA      TO FD-ULT-CHAVE                    00098400
           END-IF                                                       00098500
                                                                        00098600
           IF FD-ULT-DATA-CONTAGEM NOT NUMERIC                          00098700
              MOVE ZEROS             TO FD-ULT-DATA-CONTAGEM            00098800
           END-IF                                                       00098900
                                                                        00099000
           IF FD-ULT-QTD-CONTAGENS NOT NUMERIC                          00099100
              MOVE ZEROS             TO FD-ULT-QTD-CONTAGENS            00099200
           END-IF                                                       00099300
                                                                        00099400
      *    LINHA DE CONTAGEM SEM PECA JA FOI APONTADA PELO FR05EX04    *00099500
           PERFORM 2460-DESCARTAR-CONTAGEM                              00099600
                   UNTIL WRK-CHV-CONTAGEM NOT LESS WRK-CHV-PECA         00099700
                                                                        00099800
           PERFORM 2470-APLICAR-CONTAGEM                                00099900
                   UNTIL WRK-CHV-CONTAGEM NOT EQUAL WRK-CHV-PECA        00100000
                                                                        00100100
           PERFORM 2480-CLASSIFICAR-PECA                                00100200
           MOVE WRK-CLASSE-PECA      TO FD-ULT-CLASSE                   00100300
                                                                        00100400
           WRITE FD-ULTNOVO          FROM WRK-ULTCONT                   00100500
           PERFORM 1100-TESTAR-STATUS                                   00100600
           ADD 1                     TO ACUM-GRAV-ULTNOVO               00100700
                                                                        00100800
           PERFORM 2490-LIBERAR-PECA                                    00100900
                                                                        00101000
           PERFORM 2100-LER-PECAS.                                      00101100
                                                                        00101200
      *----------------------------------------------------------------*00101300
       2400-99-FIM.                           EXIT.                     00101400
      *----------------------------------------------------------------*00101500
                                                                        00101600
      *----------------------------------------------------------------*00101700
       2450-DESCARTAR-ULTCONT                SECTION.                   00101800
      *----------------------------------------------------------------*00101900
                                                                        00102000
           ADD 1                     TO ACUM-EXPURGADAS                 00102100
           PERFORM 2200-LER-ULTCONT.                                    00102200
                                                                        00102300
      *----------------------------------------------------------------*00102400
       2450-99-FIM.                           EXIT.                     00102500
      *----------------------------------------------------------------*00102600
                                                                        00102700
      *----------------------------------------------------------------*00102800
       2460-DESCARTAR-CONTAGEM               SECTION.                   00102900
      *----------------------------------------------------------------*00103000
                                                                        00103100
           PERFORM 2300-LER-CONTAGEM.                                   00103200
                                                                        00103300
      *----------------------------------------------------------------*00103400
       2460-99-FIM.                           EXIT.                     00103500
      *----------------------------------------------------------------*00103600
                                                                        00103700
      *----------------------------------------------------------------*00103800
       2470-APLICAR-CONTAGEM                 SECTION.                   00103900
      *----------------------------------------------------------------*00104000
                                                                        00104100
      *    SO A LINHA COM QUANTIDADE FOI CONTADA (E CONCILIADA NO      *00104200
      *    FR05EX04 DESTE MOVIMENTO); LINHA EM BRANCO CONTINUA         *00104300
      *    PENDENTE                                                    *00104400
           IF FD-CNT-QUANT NUMERIC                                      00104500
            AND FD-ULT-DATA-CONTAGEM LESS WRK-DATA-EXEC                 00104600
              MOVE WRK-DATA-EXEC     TO FD-ULT-DATA-CONTAGEM            00104700
              ADD 1                  TO FD-ULT-QTD-CONTAGENS            00104800
              ADD 1                  TO ACUM-CONTAGENS-APLIC            00104900
           END-IF                                                       00105000
                                                                        00105100
           PERFORM 2300-LER-CONTAGEM.                                   00105200
                                                                        00105300
      *----------------------------------------------------------------*00105400
       2470-99-FIM.                           EXIT.                     00105500
      *----------------------------------------------------------------*00105600
                                                                        00105700
      *----------------------------------------------------------------*00105800
       2480-CLASSIFICAR-PECA                 SECTION.                   00105900
      *----------------------------------------------------------------*00106000
                                                                        00106100
           MOVE 'C'                  TO WRK-CLASSE-PECA                 00106200
           MOVE 'N'                  TO WRK-ABC-ACHOU                   00106300
                                                                        00106400
           IF WRK-TAB-ABC-QTDE EQUAL ZEROS                              00106500
              GO                  TO 2480-99-FIM                        00106600
           END-IF                                                       00106700
                                                                        00106800
           SET WRK-IDX-ABC           TO 1                               00106900
           SEARCH WRK-TAB-ABC                                           00107000
             AT END                                                     00107100
                CONTINUE                                                00107200
             WHEN WRK-IDX-ABC GREATER WRK-TAB-ABC-QTDE                  00107300
                CONTINUE                                                00107400
             WHEN WRK-TAB-ABC-COD-PECA (WRK-IDX-ABC)                    00107500
                       EQUAL FD-COD-PECA                                00107600
                MOVE 'S'             TO WRK-ABC-ACHOU                   00107700
           END-SEARCH                                                   00107800
                                                                        00107900
           IF WRK-ABC-ACHOU-SIM                                         00108000
            AND (WRK-TAB-ABC-CLASSE (WRK-IDX-ABC) EQUAL 'A'             00108100
             OR  WRK-TAB-ABC-CLASSE (WRK-IDX-ABC) EQUAL 'B')            00108200
              MOVE WRK-TAB-ABC-CLASSE (WRK-IDX-ABC)                     00108300
                                     TO WRK-CLASSE-PECA                 00108400
           END-IF.                                                      00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       2480-99-FIM.                           EXIT.                     00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       2490-LIBERAR-PECA                     SECTION.                   00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
           EVALUATE WRK-CLASSE-PECA                                     00109500
             WHEN 'A'                                                   00109600
              SET WRK-IDX-CIC        TO 1                               00109700
             WHEN 'B'                                                   00109800
              SET WRK-IDX-CIC        TO 2                               00109900
             WHEN OTHER                                                 00110000
              SET WRK-IDX-CIC        TO 3                               00110100
           END-EVALUATE                                                 00110200
                                                                        00110300
           MOVE WRK-CLASSE-PECA      TO SD-CIC-CLASSE                   00110400
           MOVE FD-ULT-DATA-CONTAGEM TO SD-CIC-DATA-ULT                 00110500
           MOVE FD-COD-PECA          TO SD-CIC-COD-PECA                 00110600
           MOVE FD-DEPOSITO-PECA     TO SD-CIC-DEPOSITO                 00110700
           ADD 1                     TO WRK-CIC-TOTAL (WRK-IDX-CIC)     00110800
                                                                        00110900
      *    PENDENTE = SEM CONTAGEM DESDE O INICIO DO PERIODO           *00111000
           IF FD-ULT-DATA-CONTAGEM LESS WRK-CIC-INICIO (WRK-IDX-CIC)    00111100
              MOVE 'S'               TO SD-CIC-PENDENTE                 00111200
              ADD 1                  TO WRK-CIC-PENDENTES               00111300
                                        (WRK-IDX-CIC)                   00111400
           ELSE                                                         00111500
              MOVE 'N'               TO SD-CIC-PENDENTE                 00111600
              ADD 1                  TO WRK-CIC-CONTADAS                00111700
                                        (WRK-IDX-CIC)                   00111800
           END-IF                                                       00111900
                                                                        00112000
      *    ATRASADA = SEM CONTAGEM NO PERIODO ANTERIOR NEM NO ATUAL    *00112100
           EVALUATE TRUE                                                00112200
             WHEN FD-ULT-DATA-CONTAGEM EQUAL ZEROS                      00112300
              SET SD-CIC-NUNCA-CONTADA TO TRUE                          00112400
             WHEN FD-ULT-DATA-CONTAGEM LESS                             00112500
                  WRK-CIC-INICIO-ANT (WRK-IDX-CIC)                      00112600
              SET SD-CIC-ATRASADA    TO TRUE                            00112700
             WHEN OTHER                                                 00112800
              SET SD-CIC-EM-DIA      TO TRUE                            00112900
           END-EVALUATE                                                 00113000
                                                                        00113100
           RELEASE SD-SORTCIC.                                          00113200
                                                                        00113300
      *----------------------------------------------------------------*00113400
       2490-99-FIM.                           EXIT.                     00113500
      *----------------------------------------------------------------*00113600
                                                                        00113700
      ******************************************************************00113800
      *   P R O G R A M A R   A   C O N T A G E M   (OUTPUT)           *00113900
      ******************************************************************00114000
                                                                        00114100
      *----------------------------------------------------------------*00114200
       3000-PROGRAMAR-CONTAGEM               SECTION.                   00114300
      *----------------------------------------------------------------*00114400
                                                                        00114500
           PERFORM 3050-CALCULAR-COTA                                   00114600
                   VARYING WRK-IDX-CIC FROM 1 BY 1                      00114700
                   UNTIL WRK-IDX-CIC GREATER 3                          00114800
                                                                        00114900
           MOVE WRK-DATA-EXEC        TO WRK-CL-DATA                     00115000
                                        WRK-CC-DATA                     00115100
           WRITE FD-LISTCONT         FROM WRK-CABLST                    00115200
           WRITE FD-RELCIC           FROM WRK-CABCIC                    00115300
           PERFORM 1100-TESTAR-STATUS                                   00115400
                                                                        00115500
           MOVE SPACES               TO WRK-CLASSE-ANT                  00115600
                                                                        00115700
           PERFORM 3100-RETORNAR                                        00115800
                                                                        00115900
           PERFORM 3200-TRATAR-PECA                                     00116000
                   UNTIL WRK-FIM-SORT-SIM                               00116100
                                                                        00116200
           IF WRK-CLASSE-ANT NOT EQUAL SPACES                           00116300
              PERFORM 3400-TOTALIZAR-CLASSE                             00116400
           END-IF.                                                      00116500
                                                                        00116600
      *----------------------------------------------------------------*00116700
       3000-99-FIM.                           EXIT.                     00116800
      *----------------------------------------------------------------*00116900
                                                                        00117000
      *----------------------------------------------------------------*00117100
       3050-CALCULAR-COTA                    SECTION.                   00117200
      *----------------------------------------------------------------*00117300
                                                                        00117400
      *    COTA DO DIA = PENDENTES / DIAS UTEIS RESTANTES, PARA CIMA   *00117500
           MOVE ZEROS                TO WRK-CIC-COTA (WRK-IDX-CIC)      00117600
                                                                        00117700
           IF WRK-CIC-DIAS-UTEIS (WRK-IDX-CIC) EQUAL ZEROS              00117800
            OR WRK-CIC-PENDENTES (WRK-IDX-CIC) EQUAL ZEROS              00117900
              GO                  TO 3050-99-FIM                        00118000
           END-IF                                                       00118100
                                                                        00118200
           DIVIDE WRK-CIC-PENDENTES (WRK-IDX-CIC)                       00118300
               BY WRK-CIC-DIAS-UTEIS (WRK-IDX-CIC)                      00118400
               GIVING WRK-CIC-COTA (WRK-IDX-CIC)                        00118500
               REMAINDER WRK-RESTO                                      00118600
                                                                        00118700
           IF WRK-RESTO GREATER ZEROS                                   00118800
              ADD 1                  TO WRK-CIC-COTA (WRK-IDX-CIC)      00118900
           END-IF.                                                      00119000
                                                                        00119100
      *----------------------------------------------------------------*00119200
       3050-99-FIM.                           EXIT.                     00119300
      *----------------------------------------------------------------*00119400
                                                                        00119500
      *----------------------------------------------------------------*00119600
       3100-RETORNAR                         SECTION.                   00119700
      *----------------------------------------------------------------*00119800
                                                                        00119900
           RETURN WRK-SORTCIC                                           00120000
                  AT END MOVE 'S'     TO WRK-FIM-SORT.                  00120100
                                                                        00120200
      *----------------------------------------------------------------*00120300
       3100-99-FIM.                           EXIT.                     00120400
      *----------------------------------------------------------------*00120500
                                                                        00120600
      *----------------------------------------------------------------*00120700
       3200-TRATAR-PECA                      SECTION.                   00120800
      *----------------------------------------------------------------*00120900
                                                                        00121000
           IF SD-CIC-CLASSE NOT EQUAL WRK-CLASSE-ANT                    00121100
              IF WRK-CLASSE-ANT NOT EQUAL SPACES                        00121200
                 PERFORM 3400-TOTALIZAR-CLASSE                          00121300
              END-IF                                                    00121400
              MOVE SD-CIC-CLASSE     TO WRK-CLASSE-ANT                  00121500
              PERFORM 3300-ABRIR-CLASSE                                 00121600
           END-IF                                                       00121700
                                                                        00121800
      *    A FILA VEM DA CONTAGEM MAIS ANTIGA PARA A MAIS RECENTE      *00121900
           IF SD-CIC-PENDENTE EQUAL 'S'                                 00122000
            AND WRK-CIC-PROGRAMADAS (WRK-IDX-CIC)                       00122100
                LESS WRK-CIC-COTA (WRK-IDX-CIC)                         00122200
              PERFORM 3500-PROGRAMAR-PECA                               00122300
           END-IF                                                       00122400
                                                                        00122500
           IF NOT SD-CIC-EM-DIA                                         00122600
              PERFORM 3600-LISTAR-ATRASADA                              00122700
           END-IF                                                       00122800
                                                                        00122900
           PERFORM 3100-RETORNAR.                                       00123000
                                                                        00123100
      *----------------------------------------------------------------*00123200
       3200-99-FIM.                           EXIT.                     00123300
      *----------------------------------------------------------------*00123400
                                                                        00123500
      *----------------------------------------------------------------*00123600
       3300-ABRIR-CLASSE                     SECTION.                   00123700
      *----------------------------------------------------------------*00123800
                                                                        00123900
           EVALUATE SD-CIC-CLASSE                                       00124000
             WHEN 'A'                                                   00124100
              SET WRK-IDX-CIC        TO 1                               00124200
             WHEN 'B'                                                   00124300
              SET WRK-IDX-CIC        TO 2                               00124400
             WHEN OTHER                                                 00124500
              SET WRK-IDX-CIC        TO 3                               00124600
           END-EVALUATE                                                 00124700
                                                                        00124800
           MOVE WRK-CIC-CLASSE (WRK-IDX-CIC)                            00124900
                                     TO WRK-LC-CLASSE                   00125000
           MOVE WRK-CIC-PERIODICIDADE (WRK-IDX-CIC)                     00125100
                                     TO WRK-LC-PERIODICIDADE            00125200
           MOVE WRK-CIC-INICIO (WRK-IDX-CIC)                            00125300
                                     TO WRK-LC-INICIO                   00125400
           MOVE WRK-CIC-FIM (WRK-IDX-CIC)                               00125500
                                     TO WRK-LC-FIM                      00125600
           MOVE WRK-CIC-DIAS-UTEIS (WRK-IDX-CIC)                        00125700
                                     TO WRK-LC-DIAS-UTEIS               00125800
           MOVE WRK-CIC-COTA (WRK-IDX-CIC)                              00125900
                                     TO WRK-LC-COTA                     00126000
           WRITE FD-RELCIC           FROM WRK-LINCLS                    00126100
           PERFORM 1100-TESTAR-STATUS.                                  00126200
                                                                        00126300
      *----------------------------------------------------------------*00126400
       3300-99-FIM.                           EXIT.                     00126500
      *----------------------------------------------------------------*00126600
                                                                        00126700
      *----------------------------------------------------------------*00126800
       3400-TOTALIZAR-CLASSE                 SECTION.                   00126900
      *----------------------------------------------------------------*00127000
                                                                        00127100
           MOVE WRK-CIC-TOTAL (WRK-IDX-CIC)       TO WRK-LT-TOTAL       00127200
           MOVE WRK-CIC-CONTADAS (WRK-IDX-CIC)    TO WRK-LT-CONTADAS    00127300
           MOVE WRK-CIC-PENDENTES (WRK-IDX-CIC)   TO WRK-LT-PENDENTES   00127400
           MOVE WRK-CIC-PROGRAMADAS (WRK-IDX-CIC)                       00127500
                                     TO WRK-LT-PROGRAMADAS              00127600
           MOVE WRK-CIC-ATRASADAS (WRK-IDX-CIC)   TO WRK-LT-ATRASADAS   00127700
           WRITE FD-RELCIC           FROM WRK-LINTOT                    00127800
           PERFORM 1100-TESTAR-STATUS.                                  00127900
                                                                        00128000
      *----------------------------------------------------------------*00128100
       3400-99-FIM.                           EXIT.                     00128200
      *----------------------------------------------------------------*00128300
                                                                        00128400
      *----------------------------------------------------------------*00128500
       3500-PROGRAMAR-PECA                   SECTION.                   00128600
      *----------------------------------------------------------------*00128700
                                                                        00128800
           MOVE SD-CIC-CLASSE        TO WRK-LL-CLASSE                   00128900
           MOVE SD-CIC-COD-PECA      TO WRK-LL-COD-PECA                 00129000
           MOVE SD-CIC-DEPOSITO      TO WRK-LL-DEPOSITO                 00129100
           IF SD-CIC-NUNCA-CONTADA                                      00129200
              MOVE 'NUNCA'           TO WRK-LL-DATA-ULT                 00129300
           ELSE                                                         00129400
              MOVE SD-CIC-DATA-ULT   TO WRK-LL-DATA-ULT                 00129500
           END-IF                                                       00129600
           WRITE FD-LISTCONT         FROM WRK-LINLST                    00129700
           PERFORM 1100-TESTAR-STATUS                                   00129800
                                                                        00129900
      *    ESQUELETO: QUANTIDADE E CONTADOR FICAM PARA O ALMOXARIFADO  *00130000
           MOVE SPACES               TO WRK-CONTAGEM                    00130100
           MOVE SD-CIC-COD-PECA      TO FD-CNT-COD-PECA                 00130200
           MOVE SD-CIC-DEPOSITO      TO FD-CNT-DEPOSITO                 00130300
           MOVE WRK-DATA-EXEC        TO FD-CNT-DATA-LISTA               00130400
           WRITE FD-CONTNOVO         FROM WRK-CONTAGEM                  00130500
           PERFORM 1100-TESTAR-STATUS                                   00130600
                                                                        00130700
           ADD 1                     TO WRK-CIC-PROGRAMADAS             00130800
                                        (WRK-IDX-CIC)                   00130900
                                        ACUM-PROGRAMADAS.               00131000
                                                                        00131100
      *----------------------------------------------------------------*00131200
       3500-99-FIM.                           EXIT.                     00131300
      *----------------------------------------------------------------*00131400
                                                                        00131500
      *----------------------------------------------------------------*00131600
       3600-LISTAR-ATRASADA                  SECTION.                   00131700
      *----------------------------------------------------------------*00131800
                                                                        00131900
           MOVE SD-CIC-COD-PECA      TO WRK-LA-COD-PECA                 00132000
           MOVE SD-CIC-DEPOSITO      TO WRK-LA-DEPOSITO                 00132100
                                                                        00132200
           IF SD-CIC-NUNCA-CONTADA                                      00132300
              MOVE 'NUNCA'           TO WRK-LA-DATA-ULT                 00132400
              MOVE ZEROS             TO WRK-LA-DIAS                     00132500
              MOVE 'NUNCA CONTADA'   TO WRK-LA-SITUACAO                 00132600
           ELSE                                                         00132700
              MOVE SD-CIC-DATA-ULT   TO WRK-LA-DATA-ULT                 00132800
                                        WRK-DATA-AUX-N (1:8)            00132900
              COMPUTE WRK-DIAS-SEM-CONTAR =                             00133000
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)        00133100
                    - FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N)         00133200
              MOVE WRK-DIAS-SEM-CONTAR TO WRK-LA-DIAS                   00133300
              MOVE 'ATRASADA'        TO WRK-LA-SITUACAO                 00133400
           END-IF                                                       00133500
                                                                        00133600
           WRITE FD-RELCIC           FROM WRK-LINATR                    00133700
           PERFORM 1100-TESTAR-STATUS                                   00133800
                                                                        00133900
           ADD 1                     TO WRK-CIC-ATRASADAS               00134000
                                        (WRK-IDX-CIC)                   00134100
                                        ACUM-ATRASADAS.                 00134200
                                                                        00134300
      *----------------------------------------------------------------*00134400
       3600-99-FIM.                           EXIT.                     00134500
      *----------------------------------------------------------------*00134600
                                                                        00134700
      ******************************************************************00134800
      *                     F I N A L I Z A R                          *00134900
      ******************************************************************00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       4000-FINALIZAR                        SECTION.                   00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
           CLOSE ULTNOVO                                                00135600
                 CONTNOVO                                               00135700
                 LISTCONT                                               00135800
                 RELCIC                                                 00135900
                                                                        00136000
           DISPLAY '*************************************************'  00136100
           DISPLAY '     PROGRAMACAO DA CONTAGEM CICLICA (ABC)       '  00136200
           DISPLAY '                                                 '  00136300
           DISPLAY '  LIDOS ARQPECAS      :  ' ACUM-LIDOS-PECAS         00136400
           DISPLAY '  LIDOS ULTCONT       :  ' ACUM-LIDOS-ULTCONT       00136500
           DISPLAY '  LIDOS CONTAGEM      :  ' ACUM-LIDOS-CONTAGEM      00136600
           DISPLAY '  CONTAGENS APLICADAS :  ' ACUM-CONTAGENS-APLIC     00136700
           DISPLAY '  GRAVADOS ULTNOVO    :  ' ACUM-GRAV-ULTNOVO        00136800
           DISPLAY '  EXPURGADOS ULTCONT  :  ' ACUM-EXPURGADAS          00136900
           DISPLAY '  PROGRAMADAS HOJE    :  ' ACUM-PROGRAMADAS         00137000
           DISPLAY '  ATRASADAS           :  ' ACUM-ATRASADAS           00137100
           DISPLAY '                                                 '  00137200
           DISPLAY '*************************************************'. 00137300
                                                                        00137400
      *----------------------------------------------------------------*00137500
       4000-99-FIM.                           EXIT.                     00137600
      *----------------------------------------------------------------*00137700
                                                                        00137800
      ******************************************************************00137900
      *                   T R A T A R  E R R O                         *00138000
      ******************************************************************00138100
       9000-TRATAR-ERRO                     SECTION.                    00138200
      *----------------------------------------------------------------*00138300
                                                                        00138400
                  MOVE 'F'                TO WRK-SEVERIDADE             00138500
                  MOVE 'FR05EX72'         TO WRK-PROGRAMA               00138600
                  CALL 'GRAVALOG'         USING WRK-LOG                 00138700
                  MOVE 16                 TO RETURN-CODE                00138800
                  GOBACK.                                               00138900
                                                                        00139000
      *----------------------------------------------------------------*00139100
       9000-99-FIM.                           EXIT.                     00139200
      *----------------------------------------------------------------*00139300
