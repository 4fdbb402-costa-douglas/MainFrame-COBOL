      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX83.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX83                                       *00002000
      *    TIPO.......: BASE DE DEPOSITOS GARANTIDOS (FGC) - MENSAL    *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : GERAR NO FECHO DO MES A BASE DE DEPOSITOS        *00002800
      *               GARANTIDOS PEDIDA PELO REGULADOR: AS CONTAS DO   *00002900
      *               CADASTRO (B#CLIMST) SAO CASADAS COM OS DEPOSITOS *00003000
      *               A PRAZO EM CARTEIRA (CDBMST DO FR05EX61,         *00003100
      *               PRINCIPAL + JUROS APROPRIADOS) E AGRUPADAS PELO  *00003200
      *               DOCUMENTO DO TITULAR (CPF/CNPJ). POR TITULAR, A  *00003300
      *               SOMA DOS SALDOS CREDORES (SALDO DEVEDOR CONTA    *00003400
      *               ZERO) E DOS DEPOSITOS A PRAZO E DIVIDIDA EM      *00003500
      *               PARCELA GARANTIDA, LIMITADA AO TETO POR TITULAR  *00003600
      *               (SYSIN), E EXCEDENTE; UM REGISTRO POR TITULAR    *00003700
      *               VAI AO ARQUIVO DE TRANSMISSAO (B#FGCREG), COM    *00003800
      *               HEADER E TRAILER DE CONTROLE.                    *00003900
      *               O RELATORIO TRAZ AS EXCECOES (CONTA SEM          *00004000
      *               DOCUMENTO OU COM DOCUMENTO INVALIDO, QUE NAO     *00004100
      *               ENTRA NA BASE, E DEPOSITO A PRAZO SEM CONTA NO   *00004200
      *               CADASTRO) E O RESUMO POR SEGMENTO E AGENCIA:     *00004300
      *               DEPOSITOS, GARANTIDO, EXCEDENTE, SEM DOCUMENTO E *00004400
      *               PERCENTUAL COBERTO DA CAPTACAO. A GARANTIA DO    *00004500
      *               TITULAR E RATEADA ENTRE AS CONTAS DELE NA        *00004600
      *               PROPORCAO DO DEPOSITO DE CADA UMA.               *00004700
      *               HAVENDO EXCECAO, AVISO NO LOG E RC = 04.         *00004800
      *----------------------------------------------------------------*00004900
      *    ARQUIVOS :                                                  *00005000
      *    DDNAME          I/O                                         *00005100
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005200
      *    JCLCDBMS         I    DEPOSITOS A PRAZO (FR05EX61)          *00005300
      *    JCLFGCRG         O    BASE DO FGC PARA O REGULADOR          *00005400
      *    JCLRELFG         O    EXCECOES E RESUMO DA COBERTURA        *00005500
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00005600
      *----------------------------------------------------------------*00005700
      *    BOOKS    :    B#CLIMST, B#CDBMST, B#FGCREG, B#GRALOG,       *00005800
      *                  B#RUNCTL, B#DATPRC                            *00005900
      *----------------------------------------------------------------*00006000
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006100
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006200
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006300
      *----------------------------------------------------------------*00006400
      *    PARAMETROS (VIA SYSIN):                                     *00006500
      *      TETO DA GARANTIA POR TITULAR (9(08)V99, SEM VIRGULA)      *00006600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006700
      *----------------------------------------------------------------*00006800
      *    HISTORICO DE ALTERACOES:                                    *00006900
      *      DATA        RESP.    DESCRICAO                            *00007000
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007100
      ******************************************************************00007200
      *================================================================*00007300
                                                                        00007400
      *================================================================*00007500
       ENVIRONMENT                                DIVISION.             00007600
      *================================================================*00007700
                                                                        00007800
      *----------------------------------------------------------------*00007900
       CONFIGURATION                              SECTION.              00008000
      *----------------------------------------------------------------*00008100
                                                                        00008200
       SPECIAL-NAMES.                                                   00008300
           DECIMAL-POINT IS COMMA.                                      00008400
                                                                        00008500
      *----------------------------------------------------------------*00008600
       INPUT-OUTPUT                               SECTION.              00008700
      *----------------------------------------------------------------*00008800
                                                                        00008900
       FILE-CONTROL.                                                    00009000
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00009100
                    ORGANIZATION    IS INDEXED                          00009200
                    ACCESS MODE     IS SEQUENTIAL                       00009300
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00009400
                    FILE STATUS          IS WRK-FS-CLI2505.             00009500
                                                                        00009600
             SELECT CDBMST    ASSIGN     TO JCLCDBMS                    00009700
                    FILE STATUS          IS WRK-FS-CDBMST.              00009800
                                                                        00009900
             SELECT FGCREG    ASSIGN     TO JCLFGCRG                    00010000
                    FILE STATUS          IS WRK-FS-FGCREG.              00010100
                                                                        00010200
             SELECT RELFGC    ASSIGN     TO JCLRELFG                    00010300
                    FILE STATUS          IS WRK-FS-RELFGC.              00010400
                                                                        00010500
             SELECT WRK-SORTFGC ASSIGN   TO JCLSORT.                    00010600
                                                                        00010700
      *================================================================*00010800
       DATA                                      DIVISION.              00010900
      *================================================================*00011000
                                                                        00011100
      *----------------------------------------------------------------*00011200
       FILE                                      SECTION.               00011300
      *----------------------------------------------------------------*00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD CLI2505.                                                      00012000
                                                                        00012100
           COPY 'B#CLIMST'.                                             00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
      *  INPUT - DEPOSITOS A PRAZO (CDBMST) - LRECL = 120.             *00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       FD CDBMST                                                        00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
                                                                        00013100
           COPY 'B#CDBMST'.                                             00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
      *  OUTPUT - BASE DO FGC PARA O REGULADOR - LRECL = 110.          *00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
       FD FGCREG                                                        00013800
           RECORDING MODE IS F                                          00013900
           BLOCK CONTAINS 0 RECORDS.                                    00014000
                                                                        00014100
           COPY 'B#FGCREG'.                                             00014200
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *  OUTPUT - EXCECOES E RESUMO DA COBERTURA - LRECL = 132.        *00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       FD RELFGC                                                        00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-RELFGC         PIC X(132).                                 00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *    WORK - ORDENACAO DAS CONTAS PELO DOCUMENTO DO TITULAR       *00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       SD WRK-SORTFGC.                                                  00015700
       01 SD-SORTFGC.                                                   00015800
          05 SD-FGC-DOCUMENTO         PIC X(14).                        00015900
          05 SD-FGC-TIPO-PESSOA       PIC X(01).                        00016000
          05 SD-FGC-POS-AGE           PIC 9(03).                        00016100
          05 SD-FGC-SEG               PIC 9(01).                        00016200
          05 SD-FGC-VLR-CONTA         PIC 9(08)V99.                     00016300
          05 SD-FGC-VLR-PRAZO         PIC 9(13)V99.                     00016400
          05 SD-FGC-QTD-PRAZO         PIC 9(03).                        00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
       WORKING-STORAGE                            SECTION.              00016800
      *----------------------------------------------------------------*00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                         PIC X(050)       VALUE         00017100
                   '*** INICIO DA WORKING FR05EX83 ***'.                00017200
      *----------------------------------------------------------------*00017300
                                                                        00017400
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00017500
       77 WRK-FS-CDBMST                  PIC X(002) VALUE SPACES.       00017600
       77 WRK-FS-FGCREG                  PIC X(002) VALUE SPACES.       00017700
       77 WRK-FS-RELFGC                  PIC X(002) VALUE SPACES.       00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                         PIC X(050)       VALUE         00018100
                     '*** AREA DA ACUMULADORES ***'.                    00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00018500
       77 ACUM-SEM-DOCUMENTO             PIC 9(007) VALUE ZEROS.        00018600
       77 ACUM-DOC-INVALIDO              PIC 9(007) VALUE ZEROS.        00018700
       77 ACUM-CDB-CARTEIRA              PIC 9(007) VALUE ZEROS.        00018800
       77 ACUM-CDB-SEM-CONTA             PIC 9(007) VALUE ZEROS.        00018900
       77 ACUM-TITULARES                 PIC 9(007) VALUE ZEROS.        00019000
       77 ACUM-ACIMA-TETO                PIC 9(007) VALUE ZEROS.        00019100
       77 ACUM-TOT-GERAL                 PIC 9(015)V99 VALUE ZEROS.     00019200
       77 ACUM-TOT-GARANTIDO             PIC 9(015)V99 VALUE ZEROS.     00019300
       77 ACUM-TOT-EXCEDENTE             PIC 9(015)V99 VALUE ZEROS.     00019400
       77 ACUM-VLR-SEM-DOC               PIC 9(015)V99 VALUE ZEROS.     00019500
       77 ACUM-VLR-CDB-SEM-CONTA         PIC 9(015)V99 VALUE ZEROS.     00019600
                                                                        00019700
      *----------------------------------------------------------------*00019800
       01 FILLER                         PIC X(050)       VALUE         00019900
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00020000
      *----------------------------------------------------------------*00020100
                                                                        00020200
       01 WRK-TETO-X                     PIC X(010) VALUE SPACES.       00020300
       01 WRK-TETO                       REDEFINES WRK-TETO-X           00020400
                                         PIC 9(008)V99.                 00020500
                                                                        00020600
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00020700
       77 WRK-CHAVE-ATUAL-CDB            PIC X(010) VALUE SPACES.       00020800
       77 WRK-SEM-CDBMST                 PIC X(001) VALUE 'N'.          00020900
           88 WRK-SEM-CDBMST-SIM                    VALUE 'S'.          00021000
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00021100
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00021200
       77 WRK-TIPO-PESSOA                PIC X(001) VALUE SPACES.       00021300
       77 WRK-CTA-SALDO                  PIC 9(008)V99 VALUE ZEROS.     00021400
       77 WRK-CTA-PRAZO                  PIC 9(013)V99 VALUE ZEROS.     00021500
       77 WRK-CTA-QTD-PRAZO              PIC 9(003) VALUE ZEROS.        00021600
       77 WRK-POS-AGE                    PIC 9(003) VALUE ZEROS.        00021700
       77 WRK-SEG                        PIC 9(001) VALUE ZEROS.        00021800
       77 WRK-IDX-CTA                    PIC 9(003) VALUE ZEROS.        00021900
       77 WRK-PARCELA                    PIC 9(013)V99 VALUE ZEROS.     00022000
       77 WRK-GAR-RATEADO                PIC 9(013)V99 VALUE ZEROS.     00022100
       77 WRK-EXC-RATEADO                PIC 9(013)V99 VALUE ZEROS.     00022200
       77 WRK-PCT-COBERTO                PIC 9(003)V99 VALUE ZEROS.     00022300
       77 WRK-BASE-PCT                   PIC 9(015)V99 VALUE ZEROS.     00022400
       77 WRK-QTD-EXCECOES               PIC 9(007) VALUE ZEROS.        00022500
                                                                        00022600
      *    TITULAR EM CONSOLIDACAO (QUEBRA PELO DOCUMENTO)          *   00022700
       77 WRK-DOC-QUEBRA                 PIC X(014) VALUE LOW-VALUES.   00022800
       77 WRK-PES-TIPO-PESSOA            PIC X(001) VALUE SPACES.       00022900
       77 WRK-PES-QTD-CONTAS             PIC 9(005) VALUE ZEROS.        00023000
       77 WRK-PES-QTD-PRAZO              PIC 9(005) VALUE ZEROS.        00023100
       77 WRK-PES-TOT-CONTAS             PIC 9(013)V99 VALUE ZEROS.     00023200
       77 WRK-PES-TOT-PRAZO              PIC 9(013)V99 VALUE ZEROS.     00023300
       77 WRK-PES-TOTAL                  PIC 9(013)V99 VALUE ZEROS.     00023400
       77 WRK-PES-GARANTIDO              PIC 9(013)V99 VALUE ZEROS.     00023500
       77 WRK-PES-EXCEDENTE              PIC 9(013)V99 VALUE ZEROS.     00023600
                                                                        00023700
      *    CONTAS DO TITULAR, PARA O RATEIO DA GARANTIA             *   00023800
       01 WRK-TAB-CONTAS.                                               00023900
          05 WRK-TAB-CTA-QTDE            PIC 9(003) VALUE ZEROS.        00024000
          05 WRK-TAB-CTA                 OCCURS 300 TIMES.              00024100
             10 WRK-CTA-POS-AGE          PIC 9(003).                    00024200
             10 WRK-CTA-SEG              PIC 9(001).                    00024300
             10 WRK-CTA-VALOR            PIC 9(013)V99.                 00024400
                                                                        00024500
      *    AGENCIAS NA ORDEM DO CADASTRO; SEGMENTOS 1 VAREJO,        *  00024600
      *    2 EMPRESA, 3 GOVERNO E 4 SEM SEGMENTO                     *  00024700
       01 WRK-TAB-AGENCIAS.                                             00024800
          05 WRK-TAB-AGE-QTDE            PIC 9(003) VALUE ZEROS.        00024900
          05 WRK-TAB-AGE                 OCCURS 500 TIMES.              00025000
             10 WRK-AGE-CODIGO           PIC 9(004).                    00025100
             10 WRK-AGE-SEGMENTO         OCCURS 4 TIMES.                00025200
                15 WRK-AGE-DEPOSITOS     PIC 9(015)V99.                 00025300
                15 WRK-AGE-GARANTIDO     PIC 9(015)V99.                 00025400
                15 WRK-AGE-EXCEDENTE     PIC 9(015)V99.                 00025500
                15 WRK-AGE-SEM-DOC       PIC 9(015)V99.                 00025600
                                                                        00025700
       01 WRK-NOMES-SEGMENTO.                                           00025800
          05 FILLER                      PIC X(010) VALUE 'VAREJO'.     00025900
          05 FILLER                      PIC X(010) VALUE 'EMPRESA'.    00026000
          05 FILLER                      PIC X(010) VALUE 'GOVERNO'.    00026100
          05 FILLER                      PIC X(010) VALUE 'OUTROS'.     00026200
       01 WRK-TAB-NOME-SEG               REDEFINES WRK-NOMES-SEGMENTO.  00026300
          05 WRK-NOME-SEG                PIC X(010) OCCURS 4 TIMES.     00026400
                                                                        00026500
      *    TOTAIS DO RESUMO (LINHA, SEGMENTO E GERAL)               *   00026600
       01 WRK-RESUMO.                                                   00026700
          05 WRK-RES-DEPOSITOS           PIC 9(015)V99 VALUE ZEROS.     00026800
          05 WRK-RES-GARANTIDO           PIC 9(015)V99 VALUE ZEROS.     00026900
          05 WRK-RES-EXCEDENTE           PIC 9(015)V99 VALUE ZEROS.     00027000
          05 WRK-RES-SEM-DOC             PIC 9(015)V99 VALUE ZEROS.     00027100
       01 WRK-RESUMO-SEG.                                               00027200
          05 WRK-RSG-DEPOSITOS           PIC 9(015)V99 VALUE ZEROS.     00027300
          05 WRK-RSG-GARANTIDO           PIC 9(015)V99 VALUE ZEROS.     00027400
          05 WRK-RSG-EXCEDENTE           PIC 9(015)V99 VALUE ZEROS.     00027500
          05 WRK-RSG-SEM-DOC             PIC 9(015)V99 VALUE ZEROS.     00027600
       01 WRK-RESUMO-GERAL.                                             00027700
          05 WRK-RGE-DEPOSITOS           PIC 9(015)V99 VALUE ZEROS.     00027800
          05 WRK-RGE-GARANTIDO           PIC 9(015)V99 VALUE ZEROS.     00027900
          05 WRK-RGE-EXCEDENTE           PIC 9(015)V99 VALUE ZEROS.     00028000
          05 WRK-RGE-SEM-DOC             PIC 9(015)V99 VALUE ZEROS.     00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
      *    LINHAS DO RELATORIO DE COBERTURA                            *00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
       01 WRK-CABEC1.                                                   00028700
          05 FILLER               PIC X(050) VALUE                      00028800
             'FR05EX83 - BASE DE DEPOSITOS GARANTIDOS (FGC)'.           00028900
          05 FILLER               PIC X(010) VALUE 'DATA-BASE '.        00029000
          05 WRK-CB-DATA-BASE     PIC X(008) VALUE SPACES.              00029100
          05 FILLER               PIC X(020) VALUE                      00029200
             '   TETO POR TITULAR '.                                    00029300
          05 WRK-CB-TETO          PIC ZZ.ZZZ.ZZ9,99.                    00029400
          05 FILLER               PIC X(031) VALUE SPACES.              00029500
                                                                        00029600
       01 WRK-CABEC2.                                                   00029700
          05 FILLER               PIC X(050) VALUE                      00029800
             'EXCECOES: CONTA SEM DOCUMENTO OU COM DOCUMENTO INV'.      00029900
          05 FILLER               PIC X(050) VALUE                      00030000
             'ALIDO (FORA DA BASE) E DEPOSITO A PRAZO SEM CONTA'.       00030100
          05 FILLER               PIC X(032) VALUE SPACES.              00030200
                                                                        00030300
       01 WRK-CABEC3.                                                   00030400
          05 FILLER               PIC X(043) VALUE                      00030500
             'AGEN CONTA  NOME'.                                        00030600
          05 FILLER               PIC X(002) VALUE 'S '.                00030700
          05 FILLER               PIC X(015) VALUE 'DOCUMENTO'.         00030800
          05 FILLER               PIC X(014) VALUE                      00030900
             '  SALDO CREDOR'.                                          00031000
          05 FILLER               PIC X(019) VALUE                      00031100
             '   DEPOSITO A PRAZO'.                                     00031200
          05 FILLER               PIC X(039) VALUE                      00031300
             ' OCORRENCIA'.                                             00031400
                                                                        00031500
       01 WRK-LINEXC.                                                   00031600
          05 WRK-LE-AGENCIA              PIC 9(004).                    00031700
          05 FILLER                      PIC X(001) VALUE SPACES.       00031800
          05 WRK-LE-CONTA                PIC 9(006).                    00031900
          05 FILLER                      PIC X(001) VALUE SPACES.       00032000
          05 WRK-LE-NOME                 PIC X(030).                    00032100
          05 FILLER                      PIC X(001) VALUE SPACES.       00032200
          05 WRK-LE-SEGMENTO             PIC X(001).                    00032300
          05 FILLER                      PIC X(001) VALUE SPACES.       00032400
          05 WRK-LE-DOCUMENTO            PIC X(014).                    00032500
          05 FILLER                      PIC X(001) VALUE SPACES.       00032600
          05 WRK-LE-SALDO                PIC -ZZ.ZZZ.ZZ9,99.            00032700
          05 FILLER                      PIC X(001) VALUE SPACES.       00032800
          05 WRK-LE-PRAZO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00032900
          05 FILLER                      PIC X(001) VALUE SPACES.       00033000
          05 WRK-LE-OCORRENCIA           PIC X(030).                    00033100
          05 FILLER                      PIC X(008) VALUE SPACES.       00033200
                                                                        00033300
       01 WRK-CABEC4.                                                   00033400
          05 FILLER               PIC X(050) VALUE                      00033500
             'NENHUMA EXCECAO NO PERIODO'.                              00033600
          05 FILLER               PIC X(082) VALUE SPACES.              00033700
                                                                        00033800
       01 WRK-CABEC5.                                                   00033900
          05 FILLER               PIC X(050) VALUE                      00034000
             'RESUMO DA COBERTURA POR SEGMENTO E AGENCIA'.              00034100
          05 FILLER               PIC X(082) VALUE SPACES.              00034200
                                                                        00034300
       01 WRK-CABEC6.                                                   00034400
          05 FILLER               PIC X(010) VALUE 'SEGMENTO: '.        00034500
          05 WRK-CB-SEGMENTO      PIC X(010) VALUE SPACES.              00034600
          05 FILLER               PIC X(112) VALUE SPACES.              00034700
                                                                        00034800
       01 WRK-CABEC7.                                                   00034900
          05 FILLER               PIC X(020) VALUE 'AGENCIA'.           00035000
          05 FILLER               PIC X(024) VALUE                      00035100
             '               DEPOSITOS'.                                00035200
          05 FILLER               PIC X(024) VALUE                      00035300
             '               GARANTIDO'.                                00035400
          05 FILLER               PIC X(024) VALUE                      00035500
             '               EXCEDENTE'.                                00035600
          05 FILLER               PIC X(024) VALUE                      00035700
             '           SEM DOCUMENTO'.                                00035800
          05 FILLER               PIC X(011) VALUE                      00035900
             '  COBERTURA'.                                             00036000
          05 FILLER               PIC X(005) VALUE SPACES.              00036100
                                                                        00036200
       01 WRK-LINRES.                                                   00036300
          05 WRK-LR-ROTULO               PIC X(020).                    00036400
          05 FILLER                      PIC X(002) VALUE SPACES.       00036500
          05 WRK-LR-DEPOSITOS            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.    00036600
          05 FILLER                      PIC X(002) VALUE SPACES.       00036700
          05 WRK-LR-GARANTIDO            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.    00036800
          05 FILLER                      PIC X(002) VALUE SPACES.       00036900
          05 WRK-LR-EXCEDENTE            PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.    00037000
          05 FILLER                      PIC X(002) VALUE SPACES.       00037100
          05 WRK-LR-SEM-DOC              PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.    00037200
          05 FILLER                      PIC X(003) VALUE SPACES.       00037300
          05 WRK-LR-PCT                  PIC ZZ9,99.                    00037400
          05 FILLER                      PIC X(002) VALUE ' %'.         00037500
          05 FILLER                      PIC X(005) VALUE SPACES.       00037600
                                                                        00037700
       01 WRK-LINCTL.                                                   00037800
          05 WRK-CT-ROTULO               PIC X(030).                    00037900
          05 FILLER                      PIC X(002) VALUE SPACES.       00038000
          05 WRK-CT-VALOR                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.    00038100
          05 FILLER                      PIC X(078) VALUE SPACES.       00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       01 FILLER                         PIC X(050)       VALUE         00038500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
                           COPY 'B#GRALOG'.                             00038900
                                                                        00039000
      ******************************************************************00039100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00039200
      ******************************************************************00039300
                                                                        00039400
       COPY 'B#RUNCTL'.                                                 00039500
                                                                        00039600
       COPY 'B#DATPRC'.                                                 00039700
                                                                        00039800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00039900
                                                                        00040000
      *================================================================*00040100
       PROCEDURE                                 DIVISION.              00040200
      *================================================================*00040300
                                                                        00040400
      ******************************************************************00040500
      *              P R O G R A M A  P R I N C I P A L                *00040600
      ******************************************************************00040700
                                                                        00040800
      *----------------------------------------------------------------*00040900
       0000-PRINCIPAL                            SECTION.               00041000
      *----------------------------------------------------------------*00041100
                                                                        00041200
            PERFORM 1000-INICIAR                                        00041300
                                                                        00041400
            SORT WRK-SORTFGC                                            00041500
                 ON ASCENDING KEY SD-FGC-DOCUMENTO                      00041600
                 INPUT PROCEDURE  2000-SELECIONAR-CONTAS                00041700
                 OUTPUT PROCEDURE 3000-CONSOLIDAR-TITULARES             00041800
                                                                        00041900
            PERFORM 3500-EMITIR-RESUMO                                  00042000
                                                                        00042100
            PERFORM 4000-FINALIZAR                                      00042200
                                                                        00042300
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00042400
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00042500
            MOVE ACUM-TITULARES       TO WRK-RUN-GRAVADOS               00042600
            MOVE ZEROS                TO WRK-RUN-RC                     00042700
            IF ACUM-SEM-DOCUMENTO GREATER ZEROS                         00042800
             OR ACUM-DOC-INVALIDO GREATER ZEROS                         00042900
             OR ACUM-CDB-SEM-CONTA GREATER ZEROS                        00043000
               MOVE 04                TO WRK-RUN-RC                     00043100
            END-IF                                                      00043300
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00043400
                                                                        00000000
            MOVE WRK-RUN-RC           TO RETURN-CODE                    00000000
                                                                        00043500
            STOP RUN.                                                   00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       0000-99-FIM.                           EXIT.                     00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
      ******************************************************************00044200
      *                       I N I C I A R                            *00044300
      ******************************************************************00044400
                                                                        00044500
      *----------------------------------------------------------------*00044600
       1000-INICIAR                           SECTION.                  00044700
      *----------------------------------------------------------------*00044800
                                                                        00044900
           ACCEPT WRK-TETO-X          FROM SYSIN                        00045000
                                                                        00045100
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00045200
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00045300
                                                                        00045400
           IF WRK-TETO-X NOT NUMERIC                                    00045500
            OR WRK-TETO EQUAL ZEROS                                     00045600
              MOVE 'FR05EX83'                    TO WRK-PROGRAMA        00045700
              MOVE 'TETO DA GARANTIA INVALIDO NO SYSIN'                 00045800
                                                 TO WRK-MENSAGEM        00045900
              MOVE '1000  '                      TO WRK-SECAO           00046000
              MOVE WRK-TETO-X                    TO WRK-STATUS          00046100
              PERFORM 9000-TRATAR-ERRO                                  00046200
           END-IF                                                       00046300
                                                                        00046400
           CALL 'LERDATAP'            USING WRK-DATPRC                  00046500
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00046600
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00046700
           MOVE 'FR05EX83'            TO WRK-RUN-PROGRAMA               00046800
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00046900
           MOVE ZEROS                 TO WRK-RUN-RC                     00047000
                                         WRK-RUN-LIDOS                  00047100
                                         WRK-RUN-GRAVADOS               00047200
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00047300
                                                                        00047400
           IF WRK-RUN-DATA-JA-FEITA                                     00047500
              MOVE 'A'                TO WRK-SEVERIDADE                 00047600
              MOVE 'FR05EX83'         TO WRK-PROGRAMA                   00047700
              MOVE '1000  '           TO WRK-SECAO                      00047800
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00047900
                                      TO WRK-MENSAGEM                   00048000
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00048100
              CALL 'GRAVALOG'         USING WRK-LOG                     00048200
              MOVE 08                 TO RETURN-CODE                    00048300
              GOBACK                                                    00048400
           END-IF                                                       00048500
                                                                        00048600
           OPEN INPUT  CLI2505                                          00048700
                OUTPUT FGCREG                                           00048800
                       RELFGC                                           00048900
                                                                        00049000
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00049100
           PERFORM 1130-TESTAR-WRK-FS-FGCREG                            00049200
           PERFORM 1140-TESTAR-WRK-FS-RELFGC                            00049300
                                                                        00049400
      *    SEM DEPOSITOS A PRAZO (ARQUIVO AUSENTE) NAO E ERRO        *  00049500
           OPEN INPUT CDBMST                                            00049600
           IF WRK-FS-CDBMST EQUAL '35'                                  00049700
              MOVE 'S'                TO WRK-SEM-CDBMST                 00049800
              MOVE '10'               TO WRK-FS-CDBMST                  00049900
           ELSE                                                         00050000
              PERFORM 1120-TESTAR-WRK-FS-CDBMST                         00050100
           END-IF                                                       00050200
                                                                        00050300
           PERFORM 1300-GRAVAR-HEADER                                   00050400
           PERFORM 1400-EMITIR-CABECALHO.                               00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1000-99-FIM.                           EXIT.                     00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00051500
              MOVE 'FR05EX83'                    TO WRK-PROGRAMA        00051600
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00051700
              MOVE '1110'                        TO WRK-SECAO           00051800
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00051900
              PERFORM 9000-TRATAR-ERRO                                  00052000
           END-IF.                                                      00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       1110-99-FIM.                           EXIT.                     00052400
      *----------------------------------------------------------------*00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       1120-TESTAR-WRK-FS-CDBMST              SECTION.                  00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
           IF WRK-FS-CDBMST NOT EQUAL ZEROS                             00053100
              MOVE 'FR05EX83'                    TO WRK-PROGRAMA        00053200
              MOVE 'ERRO NO ARQUIVO CDBMST'      TO WRK-MENSAGEM        00053300
              MOVE '1120'                        TO WRK-SECAO           00053400
              MOVE WRK-FS-CDBMST                 TO WRK-STATUS          00053500
              PERFORM 9000-TRATAR-ERRO                                  00053600
           END-IF.                                                      00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       1120-99-FIM.                           EXIT.                     00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
      *----------------------------------------------------------------*00054300
       1130-TESTAR-WRK-FS-FGCREG              SECTION.                  00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
           IF WRK-FS-FGCREG NOT EQUAL ZEROS                             00054700
              MOVE 'FR05EX83'                    TO WRK-PROGRAMA        00054800
              MOVE 'ERRO NO ARQUIVO FGCREG'      TO WRK-MENSAGEM        00054900
              MOVE '1130'                        TO WRK-SECAO           00055000
              MOVE WRK-FS-FGCREG                 TO WRK-STATUS          00055100
              PERFORM 9000-TRATAR-ERRO                                  00055200
           END-IF.                                                      00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1130-99-FIM.                           EXIT.                     00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       1140-TESTAR-WRK-FS-RELFGC              SECTION.                  00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
           IF WRK-FS-RELFGC NOT EQUAL ZEROS                             00056300
              MOVE 'FR05EX83'                    TO WRK-PROGRAMA        00056400
              MOVE 'ERRO NO ARQUIVO RELFGC'      TO WRK-MENSAGEM        00056500
              MOVE '1140'                        TO WRK-SECAO           00056600
              MOVE WRK-FS-RELFGC                 TO WRK-STATUS          00056700
              PERFORM 9000-TRATAR-ERRO                                  00056800
           END-IF.                                                      00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       1140-99-FIM.                           EXIT.                     00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
      *----------------------------------------------------------------*00057500
       1300-GRAVAR-HEADER                     SECTION.                  00057600
      *----------------------------------------------------------------*00057700
                                                                        00057800
            MOVE SPACES                TO FD-FGCREG-HEADER              00057900
            MOVE '0'                   TO FD-FGC-H-TIPO-REG             00058000
            MOVE WRK-DATA-EXEC         TO FD-FGC-H-DATA-BASE            00058100
            MOVE 'FR05EX83'            TO FD-FGC-H-ORIGEM               00058200
            MOVE WRK-TETO              TO FD-FGC-H-TETO                 00058300
            WRITE FD-FGCREG-HEADER                                      00058400
            PERFORM 1130-TESTAR-WRK-FS-FGCREG.                          00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       1300-99-FIM.                           EXIT.                     00058800
      *----------------------------------------------------------------*00058900
                                                                        00059000
      *----------------------------------------------------------------*00059100
       1400-EMITIR-CABECALHO                  SECTION.                  00059200
      *----------------------------------------------------------------*00059300
                                                                        00059400
            MOVE WRK-DATA-EXEC         TO WRK-CB-DATA-BASE              00059500
            MOVE WRK-TETO              TO WRK-CB-TETO                   00059600
            WRITE FD-RELFGC            FROM WRK-CABEC1                  00059700
            MOVE SPACES                TO FD-RELFGC                     00059800
            WRITE FD-RELFGC                                             00059900
            WRITE FD-RELFGC            FROM WRK-CABEC2                  00060000
            WRITE FD-RELFGC            FROM WRK-CABEC3                  00060100
            PERFORM 1140-TESTAR-WRK-FS-RELFGC.                          00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       1400-99-FIM.                           EXIT.                     00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
      ******************************************************************00060800
      *   S E L E C I O N A R   A S   C O N T A S   (INPUT)            *00060900
      ******************************************************************00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       2000-SELECIONAR-CONTAS                SECTION.                   00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
            PERFORM 2100-LER-CLI2505                                    00061600
            PERFORM 2200-LER-CDBMST                                     00061700
                                                                        00061800
            PERFORM 2300-LIBERAR-CONTA                                  00061900
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00062000
                                                                        00062100
      *     DEPOSITOS A PRAZO APOS A ULTIMA CONTA DO CADASTRO         * 00062200
            PERFORM 2400-LISTAR-CDB-SEM-CONTA                           00062300
                    UNTIL WRK-CHAVE-ATUAL-CDB EQUAL HIGH-VALUES         00062400
                                                                        00062500
            IF ACUM-SEM-DOCUMENTO EQUAL ZEROS                           00062600
             AND ACUM-DOC-INVALIDO EQUAL ZEROS                          00062700
             AND ACUM-CDB-SEM-CONTA EQUAL ZEROS                         00062800
               WRITE FD-RELFGC         FROM WRK-CABEC4                  00062900
               PERFORM 1140-TESTAR-WRK-FS-RELFGC                        00063000
            END-IF                                                      00063100
                                                                        00063200
            CLOSE CLI2505                                               00063300
                                                                        00063400
            IF NOT WRK-SEM-CDBMST-SIM                                   00063500
               CLOSE CDBMST                                             00063600
            END-IF.                                                     00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       2000-99-FIM.                           EXIT.                     00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
      *----------------------------------------------------------------*00064300
       2100-LER-CLI2505                       SECTION.                  00064400
      *----------------------------------------------------------------*00064500
       2100-10-LER.                                                     00064600
                                                                        00064700
            READ CLI2505.                                               00064800
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00064900
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00065000
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00065100
               GO                  TO 2100-10-LER                       00065200
            END-IF                                                      00065300
                                                                        00065400
            IF WRK-FS-CLI2505 EQUAL '10'                                00065500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00065600
               GO                    TO 2100-99-FIM                     00065700
            END-IF                                                      00065800
                                                                        00065900
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00066000
            ADD 1                    TO ACUM-LIDOS-CLI2505              00066100
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       2100-99-FIM.                           EXIT.                     00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       2200-LER-CDBMST                        SECTION.                  00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
            IF WRK-FS-CDBMST EQUAL '10'                                 00067200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CDB             00067300
               GO                    TO 2200-99-FIM                     00067400
            END-IF                                                      00067500
                                                                        00067600
            READ CDBMST                                                 00067700
                                                                        00067800
            IF WRK-FS-CDBMST EQUAL '10'                                 00067900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CDB             00068000
               GO                    TO 2200-99-FIM                     00068100
            END-IF                                                      00068200
                                                                        00068300
            PERFORM 1120-TESTAR-WRK-FS-CDBMST                           00068400
                                                                        00068500
            MOVE FD-CDB-CHAVE-CONTA  TO WRK-CHAVE-ATUAL-CDB.            00068600
                                                                        00068700
      *----------------------------------------------------------------*00068800
       2200-99-FIM.                           EXIT.                     00068900
      *----------------------------------------------------------------*00069000
                                                                        00069100
      *----------------------------------------------------------------*00069200
       2300-LIBERAR-CONTA                     SECTION.                  00069300
      *----------------------------------------------------------------*00069400
                                                                        00069500
      *     O CDBMST ANDA NA MESMA ORDEM DE AGENCIA+CONTA DO CADASTRO * 00069600
            PERFORM 2400-LISTAR-CDB-SEM-CONTA                           00069700
                    UNTIL WRK-CHAVE-ATUAL-CDB NOT LESS                  00069800
                          WRK-CHAVE-ATUAL-CLI                           00069900
                                                                        00070000
            MOVE ZEROS                 TO WRK-CTA-PRAZO                 00070100
                                          WRK-CTA-QTD-PRAZO             00070200
            PERFORM 2310-SOMAR-CDB                                      00070300
                    UNTIL WRK-CHAVE-ATUAL-CDB NOT EQUAL                 00070400
                          WRK-CHAVE-ATUAL-CLI                           00070500
                                                                        00070600
      *     SALDO DEVEDOR NAO E DEPOSITO                              * 00070700
            IF FD-CLI2505-SALDO GREATER ZEROS                           00070800
               MOVE FD-CLI2505-SALDO   TO WRK-CTA-SALDO                 00070900
            ELSE                                                        00071000
               MOVE ZEROS              TO WRK-CTA-SALDO                 00071100
            END-IF                                                      00071200
                                                                        00071300
            PERFORM 2320-LOCALIZAR-AGENCIA                              00071400
            PERFORM 2330-CLASSIFICAR-DOCUMENTO                          00071500
                                                                        00071600
            IF WRK-TIPO-PESSOA EQUAL SPACES                             00071700
               IF FD-CLI2505-DOCUMENTO EQUAL SPACES                     00071800
                  ADD 1                TO ACUM-SEM-DOCUMENTO            00071900
                  MOVE 'CONTA SEM DOCUMENTO DO TITULAR'                 00072000
                                       TO WRK-LE-OCORRENCIA             00072100
               ELSE                                                     00072200
                  ADD 1                TO ACUM-DOC-INVALIDO             00072300
                  MOVE 'DOCUMENTO FORA DO PADRAO'                       00072400
                                       TO WRK-LE-OCORRENCIA             00072500
               END-IF                                                   00072600
               ADD WRK-CTA-SALDO WRK-CTA-PRAZO                          00072700
                                       TO WRK-AGE-SEM-DOC               00072800
                                          (WRK-POS-AGE WRK-SEG)         00072900
                                          ACUM-VLR-SEM-DOC              00073000
               MOVE FD-CLI2505-AGENCIA TO WRK-LE-AGENCIA                00073100
               MOVE FD-CLI2505-CONTA   TO WRK-LE-CONTA                  00073200
               MOVE FD-CLI2505-NOME    TO WRK-LE-NOME                   00073300
               MOVE FD-CLI2505-SEGMENTO                                 00073400
                                       TO WRK-LE-SEGMENTO               00073500
               MOVE FD-CLI2505-DOCUMENTO                                00073600
                                       TO WRK-LE-DOCUMENTO              00073700
               MOVE FD-CLI2505-SALDO   TO WRK-LE-SALDO                  00073800
               MOVE WRK-CTA-PRAZO      TO WRK-LE-PRAZO                  00073900
               PERFORM 2500-GRAVAR-EXCECAO                              00074000
               GO                      TO 2300-90-PROXIMA               00074100
            END-IF                                                      00074200
                                                                        00074300
            IF WRK-CTA-SALDO GREATER ZEROS                              00074400
             OR WRK-CTA-PRAZO GREATER ZEROS                             00074500
               MOVE FD-CLI2505-DOCUMENTO                                00074600
                                       TO SD-FGC-DOCUMENTO              00074700
               MOVE WRK-TIPO-PESSOA    TO SD-FGC-TIPO-PESSOA            00074800
               MOVE WRK-POS-AGE        TO SD-FGC-POS-AGE                00074900
               MOVE WRK-SEG            TO SD-FGC-SEG                    00075000
               MOVE WRK-CTA-SALDO      TO SD-FGC-VLR-CONTA              00075100
               MOVE WRK-CTA-PRAZO      TO SD-FGC-VLR-PRAZO              00075200
               MOVE WRK-CTA-QTD-PRAZO  TO SD-FGC-QTD-PRAZO              00075300
               RELEASE SD-SORTFGC                                       00075400
            END-IF.                                                     00075500
                                                                        00075600
       2300-90-PROXIMA.                                                 00075700
                                                                        00075800
            PERFORM 2100-LER-CLI2505.                                   00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
       2300-99-FIM.                           EXIT.                     00076200
      *----------------------------------------------------------------*00076300
                                                                        00076400
      *----------------------------------------------------------------*00076500
       2310-SOMAR-CDB                         SECTION.                  00076600
      *----------------------------------------------------------------*00076700
                                                                        00076800
      *     SO O QUE ESTA EM CARTEIRA: PRINCIPAL + JUROS APROPRIADOS  * 00076900
            IF FD-CDB-EM-CARTEIRA                                       00077000
               ADD 1                   TO ACUM-CDB-CARTEIRA             00077100
                                          WRK-CTA-QTD-PRAZO             00077200
               ADD FD-CDB-PRINCIPAL FD-CDB-JUROS-ACUM                   00077300
                                       TO WRK-CTA-PRAZO                 00077400
            END-IF                                                      00077500
                                                                        00077600
            PERFORM 2200-LER-CDBMST.                                    00077700
                                                                        00077800
      *----------------------------------------------------------------*00077900
       2310-99-FIM.                           EXIT.                     00078000
      *----------------------------------------------------------------*00078100
                                                                        00078200
      *----------------------------------------------------------------*00078300
       2320-LOCALIZAR-AGENCIA                 SECTION.                  00078400
      *----------------------------------------------------------------*00078500
                                                                        00078600
      *     O CADASTRO VEM EM ORDEM DE AGENCIA: A TABELA SO CRESCE    * 00078700
            IF WRK-TAB-AGE-QTDE EQUAL ZEROS                             00078800
             OR FD-CLI2505-AGENCIA NOT EQUAL                            00078900
                WRK-AGE-CODIGO (WRK-TAB-AGE-QTDE)                       00079000
               IF WRK-TAB-AGE-QTDE NOT LESS 500                         00079100
                  MOVE 'FR05EX83'      TO WRK-PROGRAMA                  00079200
                  MOVE 'TABELA DE AGENCIAS CHEIA'                       00079300
                                       TO WRK-MENSAGEM                  00079400
                  MOVE '2320'          TO WRK-SECAO                     00079500
                  MOVE FD-CLI2505-AGENCIA                               00079600
                                       TO WRK-STATUS                    00079700
                  PERFORM 9000-TRATAR-ERRO                              00079800
               END-IF                                                   00079900
               ADD 1                   TO WRK-TAB-AGE-QTDE              00080000
               MOVE ZEROS              TO WRK-TAB-AGE                   00080100
                                          (WRK-TAB-AGE-QTDE)            00080200
               MOVE FD-CLI2505-AGENCIA TO WRK-AGE-CODIGO                00080300
                                          (WRK-TAB-AGE-QTDE)            00080400
            END-IF                                                      00080500
                                                                        00080600
            MOVE WRK-TAB-AGE-QTDE      TO WRK-POS-AGE                   00080700
                                                                        00080800
            EVALUATE TRUE                                               00080900
               WHEN FD-CLI2505-SEG-VAREJO                               00081000
                    MOVE 1             TO WRK-SEG                       00081100
               WHEN FD-CLI2505-SEG-EMPRESA                              00081200
                    MOVE 2             TO WRK-SEG                       00081300
               WHEN FD-CLI2505-SEG-GOVERNO                              00081400
                    MOVE 3             TO WRK-SEG                       00081500
               WHEN OTHER                                               00081600
                    MOVE 4             TO WRK-SEG                       00081700
            END-EVALUATE.                                               00081800
                                                                        00081900
      *----------------------------------------------------------------*00082000
       2320-99-FIM.                           EXIT.                     00082100
      *----------------------------------------------------------------*00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       2330-CLASSIFICAR-DOCUMENTO             SECTION.                  00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *     CPF: 11 DIGITOS + 3 BRANCOS; CNPJ: 14 DIGITOS             * 00082800
            EVALUATE TRUE                                               00082900
               WHEN FD-CLI2505-DOCUMENTO (1:11) NUMERIC                 00083000
                AND FD-CLI2505-DOCUMENTO (12:3) EQUAL SPACES            00083100
                    MOVE 'F'           TO WRK-TIPO-PESSOA               00083200
               WHEN FD-CLI2505-DOCUMENTO NUMERIC                        00083300
                    MOVE 'J'           TO WRK-TIPO-PESSOA               00083400
               WHEN OTHER                                               00083500
                    MOVE SPACES        TO WRK-TIPO-PESSOA               00083600
            END-EVALUATE.                                               00083700
                                                                        00083800
      *----------------------------------------------------------------*00083900
       2330-99-FIM.                           EXIT.                     00084000
      *----------------------------------------------------------------*00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       2400-LISTAR-CDB-SEM-CONTA              SECTION.                  00084400
      *----------------------------------------------------------------*00084500
                                                                        00084600
            IF NOT FD-CDB-EM-CARTEIRA                                   00084700
               GO                      TO 2400-90-PROXIMO               00084800
            END-IF                                                      00084900
                                                                        00085000
            ADD 1                      TO ACUM-CDB-CARTEIRA             00085100
                                          ACUM-CDB-SEM-CONTA            00085200
            MOVE FD-CDB-AGENCIA        TO WRK-LE-AGENCIA                00085300
            MOVE FD-CDB-CONTA          TO WRK-LE-CONTA                  00085400
            MOVE SPACES                TO WRK-LE-NOME                   00085500
                                          WRK-LE-SEGMENTO               00085600
                                          WRK-LE-DOCUMENTO              00085700
            MOVE ZEROS                 TO WRK-LE-SALDO                  00085800
            COMPUTE WRK-PARCELA        = FD-CDB-PRINCIPAL               00085900
                                       + FD-CDB-JUROS-ACUM              00086000
            MOVE WRK-PARCELA           TO WRK-LE-PRAZO                  00086100
            ADD WRK-PARCELA            TO ACUM-VLR-CDB-SEM-CONTA        00086200
            MOVE 'DEPOSITO A PRAZO SEM CONTA'                           00086300
                                       TO WRK-LE-OCORRENCIA             00086400
            PERFORM 2500-GRAVAR-EXCECAO.                                00086500
                                                                        00086600
       2400-90-PROXIMO.                                                 00086700
                                                                        00086800
            PERFORM 2200-LER-CDBMST.                                    00086900
                                                                        00087000
      *----------------------------------------------------------------*00087100
       2400-99-FIM.                           EXIT.                     00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
      *----------------------------------------------------------------*00087500
       2500-GRAVAR-EXCECAO                    SECTION.                  00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
            WRITE FD-RELFGC            FROM WRK-LINEXC                  00087900
            PERFORM 1140-TESTAR-WRK-FS-RELFGC.                          00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       2500-99-FIM.                           EXIT.                     00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      ******************************************************************00088600
      *   C O N S O L I D A R   P O R   T I T U L A R   (OUTPUT)       *00088700
      ******************************************************************00088800
                                                                        00088900
      *----------------------------------------------------------------*00089000
       3000-CONSOLIDAR-TITULARES             SECTION.                   00089100
      *----------------------------------------------------------------*00089200
                                                                        00089300
            PERFORM 3100-RETORNAR                                       00089400
                                                                        00089500
            PERFORM 3200-ACUMULAR-TITULAR                               00089600
                    UNTIL WRK-FIM-SORT-SIM                              00089700
                                                                        00089800
            IF WRK-TAB-CTA-QTDE GREATER ZEROS                           00089900
               PERFORM 3300-GRAVAR-TITULAR                              00090000
            END-IF.                                                     00090100
                                                                        00090200
      *----------------------------------------------------------------*00090300
       3000-99-FIM.                           EXIT.                     00090400
      *----------------------------------------------------------------*00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       3100-RETORNAR                         SECTION.                   00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
            RETURN WRK-SORTFGC                                          00091100
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       3100-99-FIM.                           EXIT.                     00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
       3200-ACUMULAR-TITULAR                 SECTION.                   00091900
      *----------------------------------------------------------------*00092000
                                                                        00092100
            IF SD-FGC-DOCUMENTO NOT EQUAL WRK-DOC-QUEBRA                00092200
               IF WRK-TAB-CTA-QTDE GREATER ZEROS                        00092300
                  PERFORM 3300-GRAVAR-TITULAR                           00092400
               END-IF                                                   00092500
               MOVE SD-FGC-DOCUMENTO   TO WRK-DOC-QUEBRA                00092600
               MOVE SD-FGC-TIPO-PESSOA TO WRK-PES-TIPO-PESSOA           00092700
               MOVE ZEROS              TO WRK-TAB-CTA-QTDE              00092800
                                          WRK-PES-QTD-PRAZO             00092900
                                          WRK-PES-TOT-CONTAS            00093000
                                          WRK-PES-TOT-PRAZO             00093100
            END-IF                                                      00093200
                                                                        00093300
            IF WRK-TAB-CTA-QTDE NOT LESS 300                            00093400
               MOVE 'FR05EX83'         TO WRK-PROGRAMA                  00093500
               MOVE 'TABELA DE CONTAS DO TITULAR CHEIA'                 00093600
                                       TO WRK-MENSAGEM                  00093700
               MOVE '3200'             TO WRK-SECAO                     00093800
               MOVE SD-FGC-DOCUMENTO   TO WRK-STATUS                    00093900
               PERFORM 9000-TRATAR-ERRO                                 00094000
            END-IF                                                      00094100
                                                                        00094200
            ADD 1                      TO WRK-TAB-CTA-QTDE              00094300
            MOVE WRK-TAB-CTA-QTDE      TO WRK-IDX-CTA                   00094400
            MOVE SD-FGC-POS-AGE        TO WRK-CTA-POS-AGE (WRK-IDX-CTA) 00094500
            MOVE SD-FGC-SEG            TO WRK-CTA-SEG (WRK-IDX-CTA)     00094600
            COMPUTE WRK-CTA-VALOR (WRK-IDX-CTA) = SD-FGC-VLR-CONTA      00094700
                                                + SD-FGC-VLR-PRAZO      00094800
                                                                        00094900
            ADD SD-FGC-QTD-PRAZO       TO WRK-PES-QTD-PRAZO             00095000
            ADD SD-FGC-VLR-CONTA       TO WRK-PES-TOT-CONTAS            00095100
            ADD SD-FGC-VLR-PRAZO       TO WRK-PES-TOT-PRAZO             00095200
                                                                        00095300
            PERFORM 3100-RETORNAR.                                      00095400
                                                                        00095500
      *----------------------------------------------------------------*00095600
       3200-99-FIM.                           EXIT.                     00095700
      *----------------------------------------------------------------*00095800
                                                                        00095900
      *----------------------------------------------------------------*00096000
       3300-GRAVAR-TITULAR                   SECTION.                   00096100
      *----------------------------------------------------------------*00096200
                                                                        00096300
            MOVE WRK-TAB-CTA-QTDE      TO WRK-PES-QTD-CONTAS            00096400
            COMPUTE WRK-PES-TOTAL      = WRK-PES-TOT-CONTAS             00096500
                                       + WRK-PES-TOT-PRAZO              00096600
                                                                        00096700
      *     GARANTIDO ATE O TETO POR TITULAR; O RESTO E EXCEDENTE     * 00096800
            IF WRK-PES-TOTAL GREATER WRK-TETO                           00096900
               MOVE WRK-TETO           TO WRK-PES-GARANTIDO             00097000
               ADD 1                   TO ACUM-ACIMA-TETO               00097100
            ELSE                                                        00097200
               MOVE WRK-PES-TOTAL      TO WRK-PES-GARANTIDO             00097300
            END-IF                                                      00097400
            COMPUTE WRK-PES-EXCEDENTE  = WRK-PES-TOTAL                  00097500
                                       - WRK-PES-GARANTIDO              00097600
                                                                        00097700
            MOVE SPACES                TO FD-FGCREG                     00097800
            MOVE '1'                   TO FD-FGC-TIPO-REG               00097900
            MOVE WRK-DOC-QUEBRA        TO FD-FGC-DOCUMENTO              00098000
            MOVE WRK-PES-TIPO-PESSOA   TO FD-FGC-TIPO-PESSOA            00098100
            MOVE WRK-PES-QTD-CONTAS    TO FD-FGC-QTD-CONTAS             00098200
            MOVE WRK-PES-QTD-PRAZO     TO FD-FGC-QTD-PRAZO              00098300
            MOVE WRK-PES-TOT-CONTAS    TO FD-FGC-TOT-CONTAS             00098400
            MOVE WRK-PES-TOT-PRAZO     TO FD-FGC-TOT-PRAZO              00098500
            MOVE WRK-PES-TOTAL         TO FD-FGC-TOT-GERAL              00098600
            MOVE WRK-PES-GARANTIDO     TO FD-FGC-GARANTIDO              00098700
            MOVE WRK-PES-EXCEDENTE     TO FD-FGC-EXCEDENTE              00098800
            WRITE FD-FGCREG                                             00098900
            PERFORM 1130-TESTAR-WRK-FS-FGCREG                           00099000
                                                                        00099100
            ADD 1                      TO ACUM-TITULARES                00099200
            ADD WRK-PES-TOTAL          TO ACUM-TOT-GERAL                00099300
            ADD WRK-PES-GARANTIDO      TO ACUM-TOT-GARANTIDO            00099400
            ADD WRK-PES-EXCEDENTE      TO ACUM-TOT-EXCEDENTE            00099500
                                                                        00099600
            MOVE ZEROS                 TO WRK-GAR-RATEADO               00099700
            PERFORM 3310-RATEAR-GARANTIA                                00099800
                    VARYING WRK-IDX-CTA FROM 1 BY 1                     00099900
                    UNTIL WRK-IDX-CTA GREATER WRK-TAB-CTA-QTDE.         00100000
                                                                        00100100
      *----------------------------------------------------------------*00100200
       3300-99-FIM.                           EXIT.                     00100300
      *----------------------------------------------------------------*00100400
                                                                        00100500
      *----------------------------------------------------------------*00100600
       3310-RATEAR-GARANTIA                  SECTION.                   00100700
      *----------------------------------------------------------------*00100800
                                                                        00100900
      *     PROPORCIONAL AO DEPOSITO; A ULTIMA CONTA LEVA O RESIDUO   * 00101000
      *     DO ARREDONDAMENTO                                         * 00101100
            IF WRK-IDX-CTA EQUAL WRK-TAB-CTA-QTDE                       00101200
               COMPUTE WRK-PARCELA     = WRK-PES-GARANTIDO              00101300
                                       - WRK-GAR-RATEADO                00101400
            ELSE                                                        00101500
               COMPUTE WRK-PARCELA ROUNDED                              00101600
                                       = WRK-CTA-VALOR (WRK-IDX-CTA)    00101700
                                       * WRK-PES-GARANTIDO              00101800
                                       / WRK-PES-TOTAL                  00101900
            END-IF                                                      00102000
                                                                        00102100
            IF WRK-PARCELA GREATER WRK-CTA-VALOR (WRK-IDX-CTA)          00102200
               MOVE WRK-CTA-VALOR (WRK-IDX-CTA)                         00102300
                                       TO WRK-PARCELA                   00102400
            END-IF                                                      00102500
            ADD WRK-PARCELA            TO WRK-GAR-RATEADO               00102600
            COMPUTE WRK-EXC-RATEADO    = WRK-CTA-VALOR (WRK-IDX-CTA)    00102700
                                       - WRK-PARCELA                    00102800
                                                                        00102900
            MOVE WRK-CTA-POS-AGE (WRK-IDX-CTA) TO WRK-POS-AGE           00103000
            MOVE WRK-CTA-SEG (WRK-IDX-CTA)     TO WRK-SEG               00103100
            ADD WRK-CTA-VALOR (WRK-IDX-CTA)                             00103200
                                       TO WRK-AGE-DEPOSITOS             00103300
                                          (WRK-POS-AGE WRK-SEG)         00103400
            ADD WRK-PARCELA                                             00103500
                                       TO WRK-AGE-GARANTIDO             00103600
                                          (WRK-POS-AGE WRK-SEG)         00103700
            ADD WRK-EXC-RATEADO                                         00103800
                                       TO WRK-AGE-EXCEDENTE             00103900
                                          (WRK-POS-AGE WRK-SEG).        00104000
                                                                        00104100
      *----------------------------------------------------------------*00104200
       3310-99-FIM.                           EXIT.                     00104300
      *----------------------------------------------------------------*00104400
                                                                        00104500
      ******************************************************************00104600
      *      R E S U M O   P O R   S E G M E N T O / A G E N C I A     *00104700
      ******************************************************************00104800
                                                                        00104900
      *----------------------------------------------------------------*00105000
       3500-EMITIR-RESUMO                    SECTION.                   00105100
      *----------------------------------------------------------------*00105200
                                                                        00105300
            MOVE SPACES                TO FD-RELFGC                     00105400
            WRITE FD-RELFGC                                             00105500
            WRITE FD-RELFGC            FROM WRK-CABEC5                  00105600
            PERFORM 1140-TESTAR-WRK-FS-RELFGC                           00105700
                                                                        00105800
            MOVE ZEROS                 TO WRK-RESUMO-GERAL              00105900
            PERFORM 3510-EMITIR-SEGMENTO                                00106000
                    VARYING WRK-SEG FROM 1 BY 1                         00106100
                    UNTIL WRK-SEG GREATER 4                             00106200
                                                                        00106300
            MOVE SPACES                TO FD-RELFGC                     00106400
            WRITE FD-RELFGC                                             00106500
            MOVE WRK-RESUMO-GERAL      TO WRK-RESUMO                    00106600
            MOVE 'TOTAL GERAL'         TO WRK-LR-ROTULO                 00106700
            PERFORM 3540-GRAVAR-LINRES.                                 00106800
                                                                        00106900
      *----------------------------------------------------------------*00107000
       3500-99-FIM.                           EXIT.                     00107100
      *----------------------------------------------------------------*00107200
                                                                        00107300
      *----------------------------------------------------------------*00107400
       3510-EMITIR-SEGMENTO                  SECTION.                   00107500
      *----------------------------------------------------------------*00107600
                                                                        00107700
            MOVE ZEROS                 TO WRK-RESUMO-SEG                00107800
            PERFORM 3520-SOMAR-AGENCIA                                  00107900
                    VARYING WRK-POS-AGE FROM 1 BY 1                     00108000
                    UNTIL WRK-POS-AGE GREATER WRK-TAB-AGE-QTDE          00108100
                                                                        00108200
      *     SEGMENTO SEM DEPOSITO NAO APARECE NO RESUMO               * 00108300
            IF WRK-RSG-DEPOSITOS EQUAL ZEROS                            00108400
             AND WRK-RSG-SEM-DOC EQUAL ZEROS                            00108500
               GO                      TO 3510-99-FIM                   00108600
            END-IF                                                      00108700
                                                                        00108800
            MOVE SPACES                TO FD-RELFGC                     00108900
            WRITE FD-RELFGC                                             00109000
            MOVE WRK-NOME-SEG (WRK-SEG) TO WRK-CB-SEGMENTO              00109100
            WRITE FD-RELFGC            FROM WRK-CABEC6                  00109200
            WRITE FD-RELFGC            FROM WRK-CABEC7                  00109300
            PERFORM 1140-TESTAR-WRK-FS-RELFGC                           00109400
                                                                        00109500
            PERFORM 3530-LISTAR-AGENCIA                                 00109600
                    VARYING WRK-POS-AGE FROM 1 BY 1                     00109700
                    UNTIL WRK-POS-AGE GREATER WRK-TAB-AGE-QTDE          00109800
                                                                        00109900
            MOVE WRK-RESUMO-SEG        TO WRK-RESUMO                    00110000
            MOVE SPACES                TO WRK-LR-ROTULO                 00110100
            MOVE 'TOTAL'               TO WRK-LR-ROTULO (1:5)           00110200
            MOVE WRK-NOME-SEG (WRK-SEG) TO WRK-LR-ROTULO (7:10)         00110300
            PERFORM 3540-GRAVAR-LINRES                                  00110400
                                                                        00110500
            ADD WRK-RSG-DEPOSITOS      TO WRK-RGE-DEPOSITOS             00110600
            ADD WRK-RSG-GARANTIDO      TO WRK-RGE-GARANTIDO             00110700
            ADD WRK-RSG-EXCEDENTE      TO WRK-RGE-EXCEDENTE             00110800
            ADD WRK-RSG-SEM-DOC        TO WRK-RGE-SEM-DOC.              00110900
                                                                        00111000
      *----------------------------------------------------------------*00111100
       3510-99-FIM.                           EXIT.                     00111200
      *----------------------------------------------------------------*00111300
                                                                        00111400
      *----------------------------------------------------------------*00111500
       3520-SOMAR-AGENCIA                    SECTION.                   00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
            ADD WRK-AGE-DEPOSITOS (WRK-POS-AGE WRK-SEG)                 00111900
                                       TO WRK-RSG-DEPOSITOS             00112000
            ADD WRK-AGE-GARANTIDO (WRK-POS-AGE WRK-SEG)                 00112100
                                       TO WRK-RSG-GARANTIDO             00112200
            ADD WRK-AGE-EXCEDENTE (WRK-POS-AGE WRK-SEG)                 00112300
                                       TO WRK-RSG-EXCEDENTE             00112400
            ADD WRK-AGE-SEM-DOC (WRK-POS-AGE WRK-SEG)                   00112500
                                       TO WRK-RSG-SEM-DOC.              00112600
                                                                        00112700
      *----------------------------------------------------------------*00112800
       3520-99-FIM.                           EXIT.                     00112900
      *----------------------------------------------------------------*00113000
                                                                        00113100
      *----------------------------------------------------------------*00113200
       3530-LISTAR-AGENCIA                   SECTION.                   00113300
      *----------------------------------------------------------------*00113400
                                                                        00113500
            IF WRK-AGE-DEPOSITOS (WRK-POS-AGE WRK-SEG) EQUAL ZEROS      00113600
             AND WRK-AGE-SEM-DOC (WRK-POS-AGE WRK-SEG) EQUAL ZEROS      00113700
               GO                      TO 3530-99-FIM                   00113800
            END-IF                                                      00113900
                                                                        00114000
            MOVE WRK-AGE-DEPOSITOS (WRK-POS-AGE WRK-SEG)                00114100
                                       TO WRK-RES-DEPOSITOS             00114200
            MOVE WRK-AGE-GARANTIDO (WRK-POS-AGE WRK-SEG)                00114300
                                       TO WRK-RES-GARANTIDO             00114400
            MOVE WRK-AGE-EXCEDENTE (WRK-POS-AGE WRK-SEG)                00114500
                                       TO WRK-RES-EXCEDENTE             00114600
            MOVE WRK-AGE-SEM-DOC (WRK-POS-AGE WRK-SEG)                  00114700
                                       TO WRK-RES-SEM-DOC               00114800
            MOVE SPACES                TO WRK-LR-ROTULO                 00114900
            MOVE WRK-AGE-CODIGO (WRK-POS-AGE)                           00115000
                                       TO WRK-LR-ROTULO (1:4)           00115100
            PERFORM 3540-GRAVAR-LINRES.                                 00115200
                                                                        00115300
      *----------------------------------------------------------------*00115400
       3530-99-FIM.                           EXIT.                     00115500
      *----------------------------------------------------------------*00115600
                                                                        00115700
      *----------------------------------------------------------------*00115800
       3540-GRAVAR-LINRES                    SECTION.                   00115900
      *----------------------------------------------------------------*00116000
                                                                        00116100
      *     COBERTURA = GARANTIDO / (DEPOSITOS + SEM DOCUMENTO)       * 00116200
            MOVE WRK-RES-DEPOSITOS     TO WRK-LR-DEPOSITOS              00116300
            MOVE WRK-RES-GARANTIDO     TO WRK-LR-GARANTIDO              00116400
            MOVE WRK-RES-EXCEDENTE     TO WRK-LR-EXCEDENTE              00116500
            MOVE WRK-RES-SEM-DOC       TO WRK-LR-SEM-DOC                00116600
                                                                        00116700
            COMPUTE WRK-BASE-PCT       = WRK-RES-DEPOSITOS              00116800
                                       + WRK-RES-SEM-DOC                00116900
            IF WRK-BASE-PCT EQUAL ZEROS                                 00117000
               MOVE ZEROS              TO WRK-PCT-COBERTO               00117100
            ELSE                                                        00117200
               COMPUTE WRK-PCT-COBERTO ROUNDED                          00117300
                                       = WRK-RES-GARANTIDO * 100        00117400
                                       / WRK-BASE-PCT                   00117500
            END-IF                                                      00117600
            MOVE WRK-PCT-COBERTO       TO WRK-LR-PCT                    00117700
                                                                        00117800
            WRITE FD-RELFGC            FROM WRK-LINRES                  00117900
            PERFORM 1140-TESTAR-WRK-FS-RELFGC.                          00118000
                                                                        00118100
      *----------------------------------------------------------------*00118200
       3540-99-FIM.                           EXIT.                     00118300
      *----------------------------------------------------------------*00118400
                                                                        00118500
      ******************************************************************00118600
      *                     F I N A L I Z A R                          *00118700
      ******************************************************************00118800
                                                                        00118900
      *----------------------------------------------------------------*00119000
       4000-FINALIZAR                        SECTION.                   00119100
      *----------------------------------------------------------------*00119200
                                                                        00119300
            MOVE SPACES                TO FD-FGCREG-TRAILER             00119400
            MOVE '9'                   TO FD-FGC-T-TIPO-REG             00119500
            MOVE ACUM-TITULARES        TO FD-FGC-T-QTD-REG              00119600
            MOVE ACUM-TOT-GERAL        TO FD-FGC-T-TOT-GERAL            00119700
            MOVE ACUM-TOT-GARANTIDO    TO FD-FGC-T-GARANTIDO            00119800
            MOVE ACUM-TOT-EXCEDENTE    TO FD-FGC-T-EXCEDENTE            00119900
            WRITE FD-FGCREG-TRAILER                                     00120000
            PERFORM 1130-TESTAR-WRK-FS-FGCREG                           00120100
                                                                        00120200
            MOVE SPACES                TO FD-RELFGC                     00120300
            WRITE FD-RELFGC                                             00120400
            MOVE 'CONTAS LIDAS'        TO WRK-CT-ROTULO                 00120500
            MOVE ACUM-LIDOS-CLI2505    TO WRK-CT-VALOR                  00120600
            PERFORM 4100-GRAVAR-LINCTL                                  00120700
            MOVE 'CONTAS SEM DOCUMENTO' TO WRK-CT-ROTULO                00120800
            MOVE ACUM-SEM-DOCUMENTO    TO WRK-CT-VALOR                  00120900
            PERFORM 4100-GRAVAR-LINCTL                                  00121000
            MOVE 'DOCUMENTO FORA DO PADRAO' TO WRK-CT-ROTULO            00121100
            MOVE ACUM-DOC-INVALIDO     TO WRK-CT-VALOR                  00121200
            PERFORM 4100-GRAVAR-LINCTL                                  00121300
            MOVE 'VALOR SEM DOCUMENTO' TO WRK-CT-ROTULO                 00121400
            MOVE ACUM-VLR-SEM-DOC      TO WRK-CT-VALOR                  00121500
            PERFORM 4100-GRAVAR-LINCTL                                  00121600
            MOVE 'DEPOSITOS A PRAZO EM CARTEIRA' TO WRK-CT-ROTULO       00121700
            MOVE ACUM-CDB-CARTEIRA     TO WRK-CT-VALOR                  00121800
            PERFORM 4100-GRAVAR-LINCTL                                  00121900
            MOVE 'DEPOSITOS A PRAZO SEM CONTA' TO WRK-CT-ROTULO         00122000
            MOVE ACUM-CDB-SEM-CONTA    TO WRK-CT-VALOR                  00122100
            PERFORM 4100-GRAVAR-LINCTL                                  00122200
            MOVE 'VALOR A PRAZO SEM CONTA' TO WRK-CT-ROTULO             00122300
            MOVE ACUM-VLR-CDB-SEM-CONTA TO WRK-CT-VALOR                 00122400
            PERFORM 4100-GRAVAR-LINCTL                                  00122500
            MOVE 'TITULARES NA BASE'   TO WRK-CT-ROTULO                 00122600
            MOVE ACUM-TITULARES        TO WRK-CT-VALOR                  00122700
            PERFORM 4100-GRAVAR-LINCTL                                  00122800
            MOVE 'TITULARES ACIMA DO TETO' TO WRK-CT-ROTULO             00122900
            MOVE ACUM-ACIMA-TETO       TO WRK-CT-VALOR                  00123000
            PERFORM 4100-GRAVAR-LINCTL                                  00123100
            MOVE 'TOTAL DEPOSITADO NA BASE' TO WRK-CT-ROTULO            00123200
            MOVE ACUM-TOT-GERAL        TO WRK-CT-VALOR                  00123300
            PERFORM 4100-GRAVAR-LINCTL                                  00123400
            MOVE 'TOTAL GARANTIDO'     TO WRK-CT-ROTULO                 00123500
            MOVE ACUM-TOT-GARANTIDO    TO WRK-CT-VALOR                  00123600
            PERFORM 4100-GRAVAR-LINCTL                                  00123700
            MOVE 'TOTAL EXCEDENTE'     TO WRK-CT-ROTULO                 00123800
            MOVE ACUM-TOT-EXCEDENTE    TO WRK-CT-VALOR                  00123900
            PERFORM 4100-GRAVAR-LINCTL                                  00124000
                                                                        00124100
            CLOSE FGCREG                                                00124200
                  RELFGC                                                00124300
                                                                        00124400
            IF ACUM-SEM-DOCUMENTO GREATER ZEROS                         00124500
             OR ACUM-DOC-INVALIDO GREATER ZEROS                         00124600
             OR ACUM-CDB-SEM-CONTA GREATER ZEROS                        00124700
               MOVE 'A'                TO WRK-SEVERIDADE                00124800
               MOVE 'FR05EX83'         TO WRK-PROGRAMA                  00124900
               MOVE '4000  '           TO WRK-SECAO                     00125000
               MOVE 'EXCECOES NA BASE DO FGC - VER RELFGC'              00125100
                                       TO WRK-MENSAGEM                  00125200
               COMPUTE WRK-QTD-EXCECOES                                 00125300
                                       = ACUM-SEM-DOCUMENTO             00125400
                                       + ACUM-DOC-INVALIDO              00125500
                                       + ACUM-CDB-SEM-CONTA             00125600
               MOVE WRK-QTD-EXCECOES   TO WRK-STATUS                    00125700
               CALL 'GRAVALOG'         USING WRK-LOG                    00125800
            END-IF                                                      00125900
                                                                        00126000
            DISPLAY '*************************************************' 00126100
            DISPLAY '     BASE DE DEPOSITOS GARANTIDOS (FGC)          ' 00126200
            DISPLAY '                                                 ' 00126300
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00126400
            DISPLAY '  SEM DOCUMENTO       :  ' ACUM-SEM-DOCUMENTO      00126500
            DISPLAY '  DOC FORA DO PADRAO  :  ' ACUM-DOC-INVALIDO       00126600
            DISPLAY '  CDB EM CARTEIRA     :  ' ACUM-CDB-CARTEIRA       00126700
            DISPLAY '  CDB SEM CONTA       :  ' ACUM-CDB-SEM-CONTA      00126800
            DISPLAY '  TITULARES GRAVADOS  :  ' ACUM-TITULARES          00126900
            DISPLAY '  ACIMA DO TETO       :  ' ACUM-ACIMA-TETO         00127000
            DISPLAY '                                                 ' 00127100
            DISPLAY '*************************************************'.00127200
                                                                        00127300
      *----------------------------------------------------------------*00127400
       4000-99-FIM.                           EXIT.                     00127500
      *----------------------------------------------------------------*00127600
                                                                        00127700
      *----------------------------------------------------------------*00127800
       4100-GRAVAR-LINCTL                    SECTION.                   00127900
      *----------------------------------------------------------------*00128000
                                                                        00128100
            WRITE FD-RELFGC            FROM WRK-LINCTL                  00128200
            PERFORM 1140-TESTAR-WRK-FS-RELFGC.                          00128300
                                                                        00128400
      *----------------------------------------------------------------*00128500
       4100-99-FIM.                           EXIT.                     00128600
      *----------------------------------------------------------------*00128700
                                                                        00128800
      ******************************************************************00128900
      *                   T R A T A R  E R R O                         *00129000
      ******************************************************************00129100
                                                                        00129200
       9000-TRATAR-ERRO                     SECTION.                    00129300
      *----------------------------------------------------------------*00129400
                  MOVE 'F'                TO WRK-SEVERIDADE             00129500
                  CALL 'GRAVALOG'         USING WRK-LOG                 00129600
                  MOVE 16                 TO RETURN-CODE                00129700
                  GOBACK.                                               00129800
      *----------------------------------------------------------------*00129900
       9000-99-FIM.                           EXIT.                     00130000
      *----------------------------------------------------------------*00130100
