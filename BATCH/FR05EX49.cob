      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX49.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX49                                       *00002000
      *    TIPO.......: MONITORAMENTO DE MOVIMENTACAO SUSPEITA         *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : VARRER O HISTORICO DE MOVIMENTOS MOVHIST         *00002800
      *               (CLASSIFICADO POR CHAVE E DATA) NA JANELA DE     *00002900
      *               DATAS DO SYSIN E APONTAR AO COMPLIANCE AS CONTAS *00003000
      *               COM MOVIMENTACAO ATIPICA, POR QUATRO PADROES:    *00003100
      *               E - CREDITO OU DEBITO UNICO IGUAL OU ACIMA DO    *00003200
      *                   LIMITE DE ESPECIE;                           *00003300
      *               F - FRACIONAMENTO: QTDE MINIMA DE MOVIMENTOS NA  *00003400
      *                   FAIXA LOGO ABAIXO DO LIMITE, NA MESMA CONTA, *00003500
      *                   DENTRO DE UMA JANELA DE DIAS;                *00003600
      *               R - REPASSE: CREDITO IGUAL OU ACIMA DO LIMITE    *00003700
      *                   SEGUIDO, EM POUCOS DIAS, DE DEBITO DE VALOR  *00003800
      *                   EQUIVALENTE (TOLERANCIA EM PERCENTUAL);      *00003900
      *               A - ATIVIDADE: VOLUME DE CREDITOS E DEBITOS NA   *00004000
      *                   JANELA ACIMA DE UM MULTIPLO DO SALDO MEDIO   *00004100
      *                   DA CONTA (MEDSAL DO FR05EX22); CONTA SEM     *00004200
      *                   SALDO MEDIO POSITIVO E APONTADA QUANDO O     *00004300
      *                   VOLUME ALCANCA O LIMITE DE ESPECIE.          *00004400
      *               SO ENTRAM NA ANALISE OS CREDITOS ('C') E DEBITOS *00004500
      *               ('D') DO CLIENTE; JUROS, TARIFAS E ESTORNOS NAO. *00004600
      *               CADA CONTA COM ALGUM PADRAO VIRA UM CASO, COM O  *00004700
      *               DOCUMENTO DO TITULAR (CLI2505) E OS MOVIMENTOS   *00004800
      *               QUE O DISPARARAM. OS CASOS SAO CLASSIFICADOS     *00004900
      *               (SORT INTERNO) PELA QUANTIDADE DE PADROES, PELA  *00005000
      *               QUANTIDADE E PELO VALOR DOS MOVIMENTOS, E SAEM   *00005100
      *               NO ARQUIVO DE CASOS (B#CASUSP) E NO RELATORIO    *00005200
      *               DO COMPLIANCE, NA MESMA ORDEM DE RANKING.        *00005300
      *----------------------------------------------------------------*00005400
      *    ARQUIVOS :                                                  *00005500
      *    DDNAME          I/O                                         *00005600
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (CHAVE+DATA)  *00005700
      *    JCLMEDSA         I    SALDO MEDIO MENSAL (MEDSAL)           *00005800
      *    JCLCLI           I    CADASTRO DE CLIENTES (CLI2505)        *00005900
      *    JCLCASOS         O    CASOS EM ORDEM DE RANKING (130)       *00006000
      *    JCLRELSU         O    RELATORIO DO COMPLIANCE (080)         *00006100
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00006200
      *----------------------------------------------------------------*00006300
      *    BOOKS    :    B#MOVHST, B#MEDSAL, B#CLIMST, B#CASUSP,       *00006400
      *                  B#GRALOG                                      *00006500
      *----------------------------------------------------------------*00006600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006700
      *----------------------------------------------------------------*00006800
      *    PARAMETROS (VIA SYSIN, UM POR LINHA):                       *00006900
      *      DATA INICIAL    (AAAAMMDD) - OBRIGATORIA                  *00007000
      *      DATA FINAL      (AAAAMMDD) - OBRIGATORIA                  *00007100
      *      LIMITE ESPECIE  (9(08)V99) - EM BRANCO, ASSUME 10.000,00  *00007200
      *      ORIGEM ESPECIE  (X(08))    - EM BRANCO, TODAS AS ORIGENS  *00007300
      *      FAIXA FRACION.  (99 %)     - EM BRANCO, ASSUME 10         *00007400
      *      QTDE MIN. FRAC. (99)       - EM BRANCO, ASSUME 03         *00007500
      *      JANELA FRAC.    (99 DIAS)  - EM BRANCO, ASSUME 05         *00007600
      *      PRAZO REPASSE   (99 DIAS)  - EM BRANCO, ASSUME 03         *00007700
      *      TOLER. REPASSE  (99 %)     - EM BRANCO, ASSUME 10         *00007800
      *      MULTIPLO MEDIA  (999)      - EM BRANCO, ASSUME 010        *00007900
      *----------------------------------------------------------------*00008000
      *    HISTORICO DE ALTERACOES:                                    *00008100
      *      DATA        RESP.    DESCRICAO                            *00008200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008300
      ******************************************************************00008400
      *================================================================*00008500
                                                                        00008600
      *================================================================*00008700
       ENVIRONMENT                                DIVISION.             00008800
      *================================================================*00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       CONFIGURATION                              SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       SPECIAL-NAMES.                                                   00009500
           DECIMAL-POINT IS COMMA.                                      00009600
                                                                        00009700
      *----------------------------------------------------------------*00009800
       INPUT-OUTPUT                               SECTION.              00009900
      *----------------------------------------------------------------*00010000
                                                                        00010100
       FILE-CONTROL.                                                    00010200
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00010300
                    FILE STATUS          IS WRK-FS-MOVHIST.             00010400
                                                                        00010500
             SELECT MEDSAL    ASSIGN     TO JCLMEDSA                    00010600
                    FILE STATUS          IS WRK-FS-MEDSAL.              00010700
                                                                        00010800
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010900
                    ORGANIZATION    IS INDEXED                          00011000
                    ACCESS MODE     IS SEQUENTIAL                       00011100
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00011200
                    FILE STATUS          IS WRK-FS-CLI2505.             00011300
                                                                        00011400
             SELECT CASOS     ASSIGN     TO JCLCASOS                    00011500
                    FILE STATUS          IS WRK-FS-CASOS.               00011600
                                                                        00011700
             SELECT RELSUS    ASSIGN     TO JCLRELSU                    00011800
                    FILE STATUS          IS WRK-FS-RELSUS.              00011900
                                                                        00012000
             SELECT WRK-SORTCAS ASSIGN   TO JCLSORT.                    00012100
                                                                        00012200
      *================================================================*00012300
       DATA                                      DIVISION.              00012400
      *================================================================*00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
       FILE                                      SECTION.               00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
      *  INPUT - HISTORICO DE MOVIMENTOS, POR CHAVE+DATA - LRECL = 114.*00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
       FD MOVHIST                                                       00013500
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
                                                                        00013800
           COPY 'B#MOVHST'.                                             00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  INPUT - SALDO MEDIO MENSAL (MEDSAL) - LRECL = 040.            *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD MEDSAL                                                        00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
                                                                        00014800
           COPY 'B#MEDSAL'.                                             00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
      *  INPUT - CADASTRO DE CLIENTES (CLI2505) - LRECL = 082.         *00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       FD CLI2505.                                                      00015500
                                                                        00015600
           COPY 'B#CLIMST'.                                             00015700
                                                                        00015800
      *----------------------------------------------------------------*00015900
      *  OUTPUT - CASOS EM ORDEM DE RANKING (CASOS) - LRECL = 130.     *00016000
      *----------------------------------------------------------------*00016100
                                                                        00016200
       FD CASOS                                                         00016300
           RECORDING MODE IS F                                          00016400
           BLOCK CONTAINS 0 RECORDS.                                    00016500
                                                                        00016600
           COPY 'B#CASUSP'.                                             00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  OUTPUT - RELATORIO DO COMPLIANCE (RELSUS) - LRECL = 080.      *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       FD RELSUS                                                        00017300
           RECORDING MODE IS F                                          00017400
           BLOCK CONTAINS 0 RECORDS.                                    00017500
       01 FD-RELSUS                      PIC X(080).                    00017600
                                                                        00017700
      *----------------------------------------------------------------*00017800
      *    WORK - RANKING DOS CASOS                                    *00017900
      *----------------------------------------------------------------*00018000
                                                                        00018100
       SD WRK-SORTCAS.                                                  00018200
       01 SD-SORTCAS.                                                   00018300
          05 SD-CAS-QTD-PADROES       PIC 9(01).                        00018400
          05 SD-CAS-QTD-MOVTOS        PIC 9(05).                        00018500
          05 SD-CAS-VALOR-MOVTOS      PIC 9(11)V99.                     00018600
          05 SD-CAS-CHAVE             PIC X(10).                        00018700
          05 SD-CAS-TIPO-REG          PIC X(01).                        00018800
          05 SD-CAS-SEQ               PIC 9(05).                        00018900
          05 SD-CAS-REGISTRO          PIC X(130).                       00019000
                                                                        00019100
      *----------------------------------------------------------------*00019200
       WORKING-STORAGE                            SECTION.              00019300
      *----------------------------------------------------------------*00019400
      *----------------------------------------------------------------*00019500
       01 FILLER                         PIC X(050)       VALUE         00019600
                   '*** INICIO DA WORKING FR05EX49 ***'.                00019700
      *----------------------------------------------------------------*00019800
                                                                        00019900
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00020000
       77 WRK-FS-MEDSAL                  PIC X(002) VALUE SPACES.       00020100
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00020200
       77 WRK-FS-CASOS                   PIC X(002) VALUE SPACES.       00020300
       77 WRK-FS-RELSUS                  PIC X(002) VALUE SPACES.       00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01 FILLER                         PIC X(050)       VALUE         00020700
                     '*** AREA DA ACUMULADORES ***'.                    00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       77 ACUM-LIDOS-MOVHIST             PIC 9(007) VALUE ZEROS.        00021100
       77 ACUM-MOVTOS-ANALISADOS         PIC 9(007) VALUE ZEROS.        00021200
       77 ACUM-CONTAS-ANALISADAS         PIC 9(007) VALUE ZEROS.        00021300
       77 ACUM-CASOS                     PIC 9(005) VALUE ZEROS.        00021400
       77 ACUM-CASOS-ESPECIE             PIC 9(005) VALUE ZEROS.        00021500
       77 ACUM-CASOS-FRACIONA            PIC 9(005) VALUE ZEROS.        00021600
       77 ACUM-CASOS-REPASSE             PIC 9(005) VALUE ZEROS.        00021700
       77 ACUM-CASOS-ATIVIDADE           PIC 9(005) VALUE ZEROS.        00021800
       77 ACUM-MOVTOS-GRAVADOS           PIC 9(007) VALUE ZEROS.        00021900
       77 ACUM-TABELA-CHEIA              PIC 9(005) VALUE ZEROS.        00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
       01 FILLER                         PIC X(050)       VALUE         00022300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00022400
      *----------------------------------------------------------------*00022500
                                                                        00022600
       77 WRK-CHAVE-ATUAL                PIC X(010) VALUE SPACES.       00022700
       77 WRK-CHAVE-ATUAL-MED            PIC X(010) VALUE LOW-VALUES.   00022800
       77 WRK-SEM-MEDSAL                 PIC X(001) VALUE 'N'.          00022900
           88 WRK-SEM-MEDSAL-SIM                    VALUE 'S'.          00023000
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00023100
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00023200
       77 WRK-TABELA-AVISADA             PIC X(001) VALUE 'N'.          00023300
           88 WRK-TABELA-AVISADA-SIM                VALUE 'S'.          00023400
       77 WRK-DATA-N                     PIC 9(008) VALUE ZEROS.        00023500
       77 WRK-PISO-FAIXA                 PIC 9(008)V99 VALUE ZEROS.     00023600
       77 WRK-REPASSE-MIN                PIC 9(008)V99 VALUE ZEROS.     00023700
       77 WRK-REPASSE-MAX                PIC 9(008)V99 VALUE ZEROS.     00023800
       77 WRK-QTD-JANELA                 PIC 9(004) VALUE ZEROS.        00023900
       77 WRK-VOLUME                     PIC 9(011)V99 VALUE ZEROS.     00024000
       77 WRK-SALDO-MEDIO                PIC S9(008)V99 VALUE ZEROS.    00024100
       77 WRK-BASE-ATIVIDADE             PIC 9(011)V99 VALUE ZEROS.     00024200
       77 WRK-SEQ-CASO                   PIC 9(005) VALUE ZEROS.        00024300
       77 WRK-RANKING                    PIC 9(005) VALUE ZEROS.        00024400
                                                                        00024500
      *----------------------------------------------------------------*00024600
      *    CASO DA CONTA EM ANALISE                                    *00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       01 WRK-CASO.                                                     00025000
          05 WRK-CASO-QTD-PADROES        PIC 9(001) VALUE ZEROS.        00025100
          05 WRK-CASO-PADROES.                                          00025200
             10 WRK-CASO-PAD-ESPECIE     PIC X(001) VALUE SPACES.       00025300
             10 WRK-CASO-PAD-FRACIONA    PIC X(001) VALUE SPACES.       00025400
             10 WRK-CASO-PAD-REPASSE     PIC X(001) VALUE SPACES.       00025500
             10 WRK-CASO-PAD-ATIVIDADE   PIC X(001) VALUE SPACES.       00025600
          05 WRK-CASO-QTD-MOVTOS         PIC 9(005) VALUE ZEROS.        00025700
          05 WRK-CASO-VALOR-MOVTOS       PIC 9(011)V99 VALUE ZEROS.     00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
       01 FILLER                         PIC X(050)       VALUE         00026100
                '*** AREA DOS MOVIMENTOS DA CONTA ***'.                 00026200
      *----------------------------------------------------------------*00026300
                                                                        00026400
       01 WRK-TABELA-SUS.                                               00026500
          05 WRK-TAB-SUS                 OCCURS 2000 TIMES              00026600
                                         INDEXED BY WRK-IDX-SUS         00026700
                                                    WRK-IDX-JAN.        00026800
             10 WRK-TAB-SUS-DATA         PIC X(008).                    00026900
             10 WRK-TAB-SUS-DIA          PIC 9(007).                    00027000
             10 WRK-TAB-SUS-MOVIMENTO    PIC X(030).                    00027100
             10 WRK-TAB-SUS-VALOR        PIC 9(008)V99.                 00027200
             10 WRK-TAB-SUS-TIPO         PIC X(001).                    00027300
             10 WRK-TAB-SUS-ORIGEM       PIC X(008).                    00027400
             10 WRK-TAB-SUS-ESPECIE      PIC X(001).                    00027500
                88 WRK-TAB-SUS-ESPECIE-SIM          VALUE 'S'.          00027600
             10 WRK-TAB-SUS-NA-FAIXA     PIC X(001).                    00027700
                88 WRK-TAB-SUS-NA-FAIXA-SIM         VALUE 'S'.          00027800
             10 WRK-TAB-SUS-PADROES.                                    00027900
                15 WRK-TAB-SUS-PAD-E     PIC X(001).                    00028000
                15 WRK-TAB-SUS-PAD-F     PIC X(001).                    00028100
                15 WRK-TAB-SUS-PAD-R     PIC X(001).                    00028200
                15 FILLER                PIC X(001).                    00028300
                                                                        00028400
       77 WRK-TAB-SUS-QTDE               PIC 9(004) VALUE ZEROS.        00028500
                                                                        00028600
      *----------------------------------------------------------------*00028700
       01 FILLER                         PIC X(050)       VALUE         00028800
                '*** AREA DE PARAMETROS (SYSIN) ***'.                   00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
       77 WRK-PARM-DATA-INI              PIC X(008) VALUE SPACES.       00029200
       77 WRK-PARM-DATA-FIM              PIC X(008) VALUE SPACES.       00029300
       77 WRK-PARM-LIMITE                PIC 9(008)V99 VALUE 10000.     00029400
       77 WRK-PARM-ORIGEM                PIC X(008) VALUE SPACES.       00029500
       77 WRK-PARM-PERC-FAIXA            PIC 9(002) VALUE 10.           00029600
       77 WRK-PARM-QTD-FRACIONA          PIC 9(002) VALUE 03.           00029700
       77 WRK-PARM-DIAS-JANELA           PIC 9(002) VALUE 05.           00029800
       77 WRK-PARM-DIAS-REPASSE          PIC 9(002) VALUE 03.           00029900
       77 WRK-PARM-PERC-REPASSE          PIC 9(002) VALUE 10.           00030000
       77 WRK-PARM-MULTIPLO              PIC 9(003) VALUE 010.          00030100
       77 WRK-PARM-ENTRADA               PIC X(010) VALUE SPACES.       00030200
       77 WRK-PARM-ENTRADA-VLR REDEFINES WRK-PARM-ENTRADA               00030300
                                         PIC 9(008)V99.                 00030400
                                                                        00030500
      *----------------------------------------------------------------*00030600
      *    LINHAS DO RELATORIO DO COMPLIANCE                           *00030700
      *----------------------------------------------------------------*00030800
                                                                        00030900
       01 WRK-LIN-TITULO.                                               00031000
          05 FILLER                      PIC X(040) VALUE               00031100
             'FR05EX49 - MOVIMENTACAO SUSPEITA - DE '.                  00031200
          05 WRK-LT-DATA-INI             PIC X(008).                    00031300
          05 FILLER                      PIC X(005) VALUE ' ATE '.      00031400
          05 WRK-LT-DATA-FIM             PIC X(008).                    00031500
          05 FILLER                      PIC X(019) VALUE SPACES.       00031600
                                                                        00031700
       01 WRK-LIN-PARAM.                                                00031800
          05 FILLER                      PIC X(016) VALUE               00031900
             'LIMITE ESPECIE: '.                                        00032000
          05 WRK-LP-LIMITE               PIC ZZ.ZZZ.ZZ9,99.             00032100
          05 FILLER                      PIC X(010) VALUE               00032200
             '  ORIGEM: '.                                              00032300
          05 WRK-LP-ORIGEM               PIC X(008).                    00032400
          05 FILLER                      PIC X(033) VALUE SPACES.       00032500
                                                                        00032600
       01 WRK-LIN-LEGENDA.                                              00032700
          05 FILLER                      PIC X(040) VALUE               00032800
             'PADROES: E=ESPECIE  F=FRACIONAMENTO  R='.                 00032900
          05 FILLER                      PIC X(040) VALUE               00033000
             'REPASSE RAPIDO  A=ATIVIDADE X SALDO MED.'.                00033100
                                                                        00033200
       01 WRK-LIN-CASO.                                                 00033300
          05 FILLER                      PIC X(005) VALUE 'CASO '.      00033400
          05 WRK-LC-RANKING              PIC 9(005).                    00033500
          05 FILLER                      PIC X(004) VALUE ' AG '.       00033600
          05 WRK-LC-AGENCIA              PIC 9(004).                    00033700
          05 FILLER                      PIC X(007) VALUE ' CONTA '.    00033800
          05 WRK-LC-CONTA                PIC 9(006).                    00033900
          05 FILLER                      PIC X(005) VALUE ' DOC '.      00034000
          05 WRK-LC-DOCUMENTO            PIC X(014).                    00034100
          05 FILLER                      PIC X(009) VALUE ' PADROES '.  00034200
          05 WRK-LC-PADROES              PIC X(004).                    00034300
          05 FILLER                      PIC X(017) VALUE SPACES.       00034400
                                                                        00034500
       01 WRK-LIN-CASO-2.                                               00034600
          05 FILLER                      PIC X(005) VALUE SPACES.       00034700
          05 WRK-LC2-NOME                PIC X(028).                    00034800
          05 FILLER                      PIC X(008) VALUE ' VOLUME '.   00034900
          05 WRK-LC2-VOLUME              PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00035000
          05 FILLER                      PIC X(007) VALUE ' MEDIA '.    00035100
          05 WRK-LC2-MEDIA               PIC +ZZZZZZZ9,99.              00035200
          05 FILLER                      PIC X(003) VALUE SPACES.       00035300
                                                                        00035400
       01 WRK-LIN-MOVTO.                                                00035500
          05 FILLER                      PIC X(005) VALUE SPACES.       00035600
          05 WRK-LM-DATA                 PIC X(008).                    00035700
          05 FILLER                      PIC X(001) VALUE SPACES.       00035800
          05 WRK-LM-DESCRICAO            PIC X(030).                    00035900
          05 FILLER                      PIC X(001) VALUE SPACES.       00036000
          05 WRK-LM-TIPO                 PIC X(001).                    00036100
          05 FILLER                      PIC X(001) VALUE SPACES.       00036200
          05 WRK-LM-VALOR                PIC ZZ.ZZZ.ZZ9,99.             00036300
          05 FILLER                      PIC X(001) VALUE SPACES.       00036400
          05 WRK-LM-ORIGEM               PIC X(008).                    00036500
          05 FILLER                      PIC X(001) VALUE SPACES.       00036600
          05 WRK-LM-PADROES              PIC X(004).                    00036700
          05 FILLER                      PIC X(006) VALUE SPACES.       00036800
                                                                        00036900
       01 WRK-LIN-BRANCO                 PIC X(080) VALUE SPACES.       00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       01 FILLER                         PIC X(050)       VALUE         00037300
                    '*** AREA DA BOOK GRAVALOG ***'.                    00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
                           COPY 'B#GRALOG'.                             00037700
                                                                        00037800
      *================================================================*00037900
       PROCEDURE                                 DIVISION.              00038000
      *================================================================*00038100
                                                                        00038200
      ******************************************************************00038300
      *              P R O G R A M A  P R I N C I P A L                *00038400
      ******************************************************************00038500
                                                                        00038600
      *----------------------------------------------------------------*00038700
       0000-PRINCIPAL                            SECTION.               00038800
      *----------------------------------------------------------------*00038900
                                                                        00039000
            PERFORM 1000-INICIAR                                        00039100
                                                                        00039200
            SORT WRK-SORTCAS                                            00039300
                 ON DESCENDING KEY SD-CAS-QTD-PADROES                   00039400
                                   SD-CAS-QTD-MOVTOS                    00039500
                                   SD-CAS-VALOR-MOVTOS                  00039600
                 ON ASCENDING  KEY SD-CAS-CHAVE                         00039700
                                   SD-CAS-TIPO-REG                      00039800
                                   SD-CAS-SEQ                           00039900
                 INPUT PROCEDURE  2000-ANALISAR                         00040000
                 OUTPUT PROCEDURE 5000-EMITIR-CASOS                     00040100
                                                                        00040200
            PERFORM 4000-FINALIZAR                                      00040300
                                                                        00040400
            STOP RUN.                                                   00040500
                                                                        00040600
      *----------------------------------------------------------------*00040700
       0000-99-FIM.                           EXIT.                     00040800
      *----------------------------------------------------------------*00040900
                                                                        00041000
      ******************************************************************00041100
      *                       I N I C I A R                            *00041200
      ******************************************************************00041300
                                                                        00041400
      *----------------------------------------------------------------*00041500
       1000-INICIAR                           SECTION.                  00041600
      *----------------------------------------------------------------*00041700
                                                                        00041800
           PERFORM 1050-LER-PARAMETROS                                  00041900
                                                                        00042000
           OPEN INPUT  MOVHIST                                          00042100
                INPUT  CLI2505                                          00042200
                OUTPUT CASOS                                            00042300
                OUTPUT RELSUS                                           00042400
                                                                        00042500
           PERFORM 1100-TESTAR-STATUS                                   00042600
                                                                        00042700
      *    SEM MEDSAL (PRIMEIRO MES) O PADRAO DE ATIVIDADE USA SO O    *00042800
      *    LIMITE DE ESPECIE                                           *00042900
           OPEN INPUT MEDSAL                                            00043000
           IF WRK-FS-MEDSAL EQUAL '35'                                  00043100
              MOVE 'S'                TO WRK-SEM-MEDSAL                 00043200
              MOVE '10'               TO WRK-FS-MEDSAL                  00043300
           ELSE                                                         00043400
              PERFORM 1120-TESTAR-WRK-FS-MEDSAL                         00043500
           END-IF                                                       00043600
                                                                        00043700
           MOVE WRK-PARM-DATA-INI     TO WRK-LT-DATA-INI                00043800
           MOVE WRK-PARM-DATA-FIM     TO WRK-LT-DATA-FIM                00043900
           WRITE FD-RELSUS            FROM WRK-LIN-TITULO               00044000
           PERFORM 1150-TESTAR-WRK-FS-RELSUS                            00044100
           MOVE WRK-PARM-LIMITE       TO WRK-LP-LIMITE                  00044200
           IF WRK-PARM-ORIGEM EQUAL SPACES                              00044300
              MOVE 'TODAS'            TO WRK-LP-ORIGEM                  00044400
           ELSE                                                         00044500
              MOVE WRK-PARM-ORIGEM    TO WRK-LP-ORIGEM                  00044600
           END-IF                                                       00044700
           WRITE FD-RELSUS            FROM WRK-LIN-PARAM                00044800
           WRITE FD-RELSUS            FROM WRK-LIN-LEGENDA              00044900
           WRITE FD-RELSUS            FROM WRK-LIN-BRANCO.              00045000
                                                                        00045100
      *----------------------------------------------------------------*00045200
       1000-99-FIM.                           EXIT.                     00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
      *----------------------------------------------------------------*00045600
       1050-LER-PARAMETROS                    SECTION.                  00045700
      *----------------------------------------------------------------*00045800
                                                                        00045900
           ACCEPT WRK-PARM-DATA-INI FROM SYSIN                          00046000
           ACCEPT WRK-PARM-DATA-FIM FROM SYSIN                          00046100
           IF WRK-PARM-DATA-INI NOT NUMERIC                             00046200
            OR WRK-PARM-DATA-FIM NOT NUMERIC                            00046300
            OR WRK-PARM-DATA-INI GREATER WRK-PARM-DATA-FIM              00046400
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00046500
              MOVE 'JANELA DE DATAS INVALIDA NO SYSIN'                  00046600
                                                 TO WRK-MENSAGEM        00046700
              MOVE '1050'                        TO WRK-SECAO           00046800
              MOVE WRK-PARM-DATA-INI             TO WRK-STATUS          00046900
              PERFORM 9000-TRATAR-ERRO                                  00047000
           END-IF                                                       00047100
                                                                        00047200
           MOVE SPACES                TO WRK-PARM-ENTRADA               00047300
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00047400
           IF WRK-PARM-ENTRADA NUMERIC                                  00047500
              MOVE WRK-PARM-ENTRADA-VLR TO WRK-PARM-LIMITE              00047600
           END-IF                                                       00047700
                                                                        00047800
           MOVE SPACES                TO WRK-PARM-ENTRADA               00047900
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00048000
           MOVE WRK-PARM-ENTRADA (1:8) TO WRK-PARM-ORIGEM               00048100
                                                                        00048200
           MOVE SPACES                TO WRK-PARM-ENTRADA               00048300
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00048400
           IF WRK-PARM-ENTRADA (1:2) NUMERIC                            00048500
              MOVE WRK-PARM-ENTRADA (1:2) TO WRK-PARM-PERC-FAIXA        00048600
           END-IF                                                       00048700
                                                                        00048800
           MOVE SPACES                TO WRK-PARM-ENTRADA               00048900
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00049000
           IF WRK-PARM-ENTRADA (1:2) NUMERIC                            00049100
              MOVE WRK-PARM-ENTRADA (1:2) TO WRK-PARM-QTD-FRACIONA      00049200
           END-IF                                                       00049300
                                                                        00049400
           MOVE SPACES                TO WRK-PARM-ENTRADA               00049500
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00049600
           IF WRK-PARM-ENTRADA (1:2) NUMERIC                            00049700
              MOVE WRK-PARM-ENTRADA (1:2) TO WRK-PARM-DIAS-JANELA       00049800
           END-IF                                                       00049900
                                                                        00050000
           MOVE SPACES                TO WRK-PARM-ENTRADA               00050100
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00050200
           IF WRK-PARM-ENTRADA (1:2) NUMERIC                            00050300
              MOVE WRK-PARM-ENTRADA (1:2) TO WRK-PARM-DIAS-REPASSE      00050400
           END-IF                                                       00050500
                                                                        00050600
           MOVE SPACES                TO WRK-PARM-ENTRADA               00050700
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00050800
           IF WRK-PARM-ENTRADA (1:2) NUMERIC                            00050900
              MOVE WRK-PARM-ENTRADA (1:2) TO WRK-PARM-PERC-REPASSE      00051000
           END-IF                                                       00051100
                                                                        00051200
           MOVE SPACES                TO WRK-PARM-ENTRADA               00051300
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00051400
           IF WRK-PARM-ENTRADA (1:3) NUMERIC                            00051500
              MOVE WRK-PARM-ENTRADA (1:3) TO WRK-PARM-MULTIPLO          00051600
           END-IF                                                       00051700
                                                                        00051800
      *    FRACIONAMENTO PRECISA DE PELO MENOS DOIS MOVIMENTOS E DE    *00051900
      *    UMA JANELA DE PELO MENOS UM DIA                             *00052000
           IF WRK-PARM-QTD-FRACIONA LESS 2                              00052100
              MOVE 2                  TO WRK-PARM-QTD-FRACIONA          00052200
           END-IF                                                       00052300
           IF WRK-PARM-DIAS-JANELA EQUAL ZEROS                          00052400
              MOVE 1                  TO WRK-PARM-DIAS-JANELA           00052500
           END-IF                                                       00052600
                                                                        00052700
           COMPUTE WRK-PISO-FAIXA ROUNDED =                             00052800
                   WRK-PARM-LIMITE * (100 - WRK-PARM-PERC-FAIXA) / 100. 00052900
                                                                        00053000
      *----------------------------------------------------------------*00053100
       1050-99-FIM.                           EXIT.                     00053200
      *----------------------------------------------------------------*00053300
                                                                        00053400
      ******************************************************************00053500
      *                   T E S T A R  S T A T U S                     *00053600
      ******************************************************************00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       1100-TESTAR-STATUS                    SECTION.                   00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
           PERFORM 1110-TESTAR-WRK-FS-MOVHIST.                          00054300
                                                                        00054400
           PERFORM 1130-TESTAR-WRK-FS-CLI2505.                          00054500
                                                                        00054600
           PERFORM 1140-TESTAR-WRK-FS-CASOS.                            00054700
                                                                        00054800
           PERFORM 1150-TESTAR-WRK-FS-RELSUS.                           00054900
                                                                        00055000
      *----------------------------------------------------------------*00055100
       1100-99-FIM.                            EXIT.                    00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1110-TESTAR-WRK-FS-MOVHIST             SECTION.                  00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00055900
            AND WRK-FS-MOVHIST NOT EQUAL '10'                           00056000
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00056100
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00056200
              MOVE '1110'                        TO WRK-SECAO           00056300
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00056400
              PERFORM 9000-TRATAR-ERRO                                  00056500
           END-IF.                                                      00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       1110-99-FIM.                            EXIT.                    00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       1120-TESTAR-WRK-FS-MEDSAL              SECTION.                  00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
           IF WRK-FS-MEDSAL NOT EQUAL ZEROS                             00057600
            AND WRK-FS-MEDSAL NOT EQUAL '10'                            00057700
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00057800
              MOVE 'ERRO NO ARQUIVO MEDSAL'      TO WRK-MENSAGEM        00057900
              MOVE '1120'                        TO WRK-SECAO           00058000
              MOVE WRK-FS-MEDSAL                 TO WRK-STATUS          00058100
              PERFORM 9000-TRATAR-ERRO                                  00058200
           END-IF.                                                      00058300
                                                                        00058400
      *----------------------------------------------------------------*00058500
       1120-99-FIM.                            EXIT.                    00058600
      *----------------------------------------------------------------*00058700
                                                                        00058800
      *----------------------------------------------------------------*00058900
       1130-TESTAR-WRK-FS-CLI2505             SECTION.                  00059000
      *----------------------------------------------------------------*00059100
                                                                        00059200
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00059300
            AND WRK-FS-CLI2505 NOT EQUAL '10'                           00059400
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00059500
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00059600
              MOVE '1130'                        TO WRK-SECAO           00059700
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00059800
              PERFORM 9000-TRATAR-ERRO                                  00059900
           END-IF.                                                      00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       1130-99-FIM.                            EXIT.                    00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
      *----------------------------------------------------------------*00060600
       1140-TESTAR-WRK-FS-CASOS               SECTION.                  00060700
      *----------------------------------------------------------------*00060800
                                                                        00060900
           IF WRK-FS-CASOS NOT EQUAL ZEROS                              00061000
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00061100
              MOVE 'ERRO NO ARQUIVO CASOS'       TO WRK-MENSAGEM        00061200
              MOVE '1140'                        TO WRK-SECAO           00061300
              MOVE WRK-FS-CASOS                  TO WRK-STATUS          00061400
              PERFORM 9000-TRATAR-ERRO                                  00061500
           END-IF.                                                      00061600
                                                                        00061700
      *----------------------------------------------------------------*00061800
       1140-99-FIM.                            EXIT.                    00061900
      *----------------------------------------------------------------*00062000
                                                                        00062100
      *----------------------------------------------------------------*00062200
       1150-TESTAR-WRK-FS-RELSUS              SECTION.                  00062300
      *----------------------------------------------------------------*00062400
                                                                        00062500
           IF WRK-FS-RELSUS NOT EQUAL ZEROS                             00062600
              MOVE 'FR05EX49'                    TO WRK-PROGRAMA        00062700
              MOVE 'ERRO NO ARQUIVO RELSUS'      TO WRK-MENSAGEM        00062800
              MOVE '1150'                        TO WRK-SECAO           00062900
              MOVE WRK-FS-RELSUS                 TO WRK-STATUS          00063000
              PERFORM 9000-TRATAR-ERRO                                  00063100
           END-IF.                                                      00063200
                                                                        00063300
      *----------------------------------------------------------------*00063400
       1150-99-FIM.                            EXIT.                    00063500
      *----------------------------------------------------------------*00063600
                                                                        00063700
      ******************************************************************00063800
      *   A N A L I S A R   O   M O V H I S T   (INPUT DO SORT)        *00063900
      ******************************************************************00064000
                                                                        00064100
      *----------------------------------------------------------------*00064200
       2000-ANALISAR                         SECTION.                   00064300
      *----------------------------------------------------------------*00064400
                                                                        00064500
            PERFORM 2100-LER-MOVHIST                                    00064600
            PERFORM 2200-LER-MEDSAL                                     00064700
            PERFORM 2300-LER-CLI2505                                    00064800
                                                                        00064900
            PERFORM 3000-PROCESSAR-CONTA                                00065000
                    UNTIL WRK-FS-MOVHIST EQUAL '10'.                    00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       2000-99-FIM.                           EXIT.                     00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       2100-LER-MOVHIST                       SECTION.                  00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
            READ MOVHIST.                                               00066100
            IF WRK-FS-MOVHIST         EQUAL '10'                        00066200
               MOVE HIGH-VALUES       TO FD-MOVHIST-CHAVE               00066300
            ELSE                                                        00066400
               PERFORM 1110-TESTAR-WRK-FS-MOVHIST                       00066500
               ADD 1                  TO ACUM-LIDOS-MOVHIST             00066600
            END-IF.                                                     00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
       2100-99-FIM.                         EXIT.                       00067000
      *----------------------------------------------------------------*00067100
                                                                        00067200
      *----------------------------------------------------------------*00067300
       2200-LER-MEDSAL                         SECTION.                 00067400
      *----------------------------------------------------------------*00067500
                                                                        00067600
            IF WRK-FS-MEDSAL EQUAL '10'                                 00067700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MED             00067800
               GO                    TO 2200-99-FIM                     00067900
            END-IF                                                      00068000
                                                                        00068100
            READ MEDSAL                                                 00068200
                                                                        00068300
            IF WRK-FS-MEDSAL EQUAL '10'                                 00068400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MED             00068500
               GO                    TO 2200-99-FIM                     00068600
            END-IF                                                      00068700
                                                                        00068800
            PERFORM 1120-TESTAR-WRK-FS-MEDSAL                           00068900
                                                                        00069000
            MOVE FD-MED-CHAVE        TO WRK-CHAVE-ATUAL-MED.            00069100
                                                                        00069200
      *----------------------------------------------------------------*00069300
       2200-99-FIM.                         EXIT.                       00069400
      *----------------------------------------------------------------*00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       2300-LER-CLI2505                       SECTION.                  00069800
      *----------------------------------------------------------------*00069900
       2300-10-LER.                                                     00070000
                                                                        00070100
            READ CLI2505.                                               00070200
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00070300
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00070400
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00070500
               GO                  TO 2300-10-LER                       00070600
            END-IF                                                      00070700
            IF WRK-FS-CLI2505         EQUAL '10'                        00070800
               MOVE HIGH-VALUES       TO FD-CLI2505-CHAVE               00070900
            ELSE                                                        00071000
               PERFORM 1130-TESTAR-WRK-FS-CLI2505                       00071100
            END-IF.                                                     00071200
                                                                        00071300
      *----------------------------------------------------------------*00071400
       2300-99-FIM.                         EXIT.                       00071500
      *----------------------------------------------------------------*00071600
                                                                        00071700
      ******************************************************************00071800
      *           A N A L I S A R   U M A   C O N T A                  *00071900
      ******************************************************************00072000
                                                                        00072100
      *----------------------------------------------------------------*00072200
       3000-PROCESSAR-CONTA                  SECTION.                   00072300
      *----------------------------------------------------------------*00072400
                                                                        00072500
            MOVE FD-MOVHIST-CHAVE      TO WRK-CHAVE-ATUAL               00072600
            MOVE ZEROS                 TO WRK-TAB-SUS-QTDE              00072700
                                          WRK-VOLUME                    00072800
            MOVE 'N'                   TO WRK-TABELA-AVISADA            00072900
                                                                        00073000
            PERFORM 3100-CARREGAR-MOVTO                                 00073100
                    UNTIL WRK-FS-MOVHIST EQUAL '10'                     00073200
                       OR FD-MOVHIST-CHAVE NOT EQUAL WRK-CHAVE-ATUAL    00073300
                                                                        00073400
            IF WRK-TAB-SUS-QTDE EQUAL ZEROS                             00073500
               GO                  TO 3000-99-FIM                       00073600
            END-IF                                                      00073700
                                                                        00073800
            ADD 1                      TO ACUM-CONTAS-ANALISADAS        00073900
            INITIALIZE WRK-CASO                                         00074000
                                                                        00074100
            PERFORM 3200-VERIFICAR-ESPECIE                              00074200
                    VARYING WRK-IDX-SUS FROM 1 BY 1                     00074300
                      UNTIL WRK-IDX-SUS GREATER WRK-TAB-SUS-QTDE        00074400
                                                                        00074500
            PERFORM 3300-VERIFICAR-FRACIONAMENTO                        00074600
                    VARYING WRK-IDX-SUS FROM 1 BY 1                     00074700
                      UNTIL WRK-IDX-SUS GREATER WRK-TAB-SUS-QTDE        00074800
                                                                        00074900
            PERFORM 3400-VERIFICAR-REPASSE                              00075000
                    VARYING WRK-IDX-SUS FROM 1 BY 1                     00075100
                      UNTIL WRK-IDX-SUS GREATER WRK-TAB-SUS-QTDE        00075200
                                                                        00075300
            PERFORM 3500-VERIFICAR-ATIVIDADE                            00075400
                                                                        00075500
            IF WRK-CASO-QTD-PADROES GREATER ZEROS                       00075600
               PERFORM 3600-LIBERAR-CASO                                00075700
            END-IF.                                                     00075800
                                                                        00075900
      *----------------------------------------------------------------*00076000
       3000-99-FIM.                           EXIT.                     00076100
      *----------------------------------------------------------------*00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       3100-CARREGAR-MOVTO                    SECTION.                  00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
      *    SO CREDITO E DEBITO DO CLIENTE, DENTRO DA JANELA DO SYSIN   *00076800
            IF FD-MOVHIST-DATA LESS WRK-PARM-DATA-INI                   00076900
             OR FD-MOVHIST-DATA GREATER WRK-PARM-DATA-FIM               00077000
             OR FD-MOVHIST-DATA NOT NUMERIC                             00077100
             OR (FD-MOVHIST-TIPO NOT EQUAL 'C'                          00077200
                 AND FD-MOVHIST-TIPO NOT EQUAL 'D')                     00077300
               PERFORM 2100-LER-MOVHIST                                 00077400
               GO                  TO 3100-99-FIM                       00077500
            END-IF                                                      00077600
                                                                        00077700
      *    CONTA COM MAIS MOVIMENTOS QUE A TABELA: ANALISA OS PRIMEIROS*00077800
      *    E AVISA NO GRAVALOG, SEM DERRUBAR A VARREDURA               *00077900
            IF WRK-TAB-SUS-QTDE NOT LESS 2000                           00078000
               IF NOT WRK-TABELA-AVISADA-SIM                            00078100
                  MOVE 'S'             TO WRK-TABELA-AVISADA            00078200
                  ADD 1                TO ACUM-TABELA-CHEIA             00078300
                  MOVE 'A'             TO WRK-SEVERIDADE                00078400
                  MOVE 'FR05EX49'      TO WRK-PROGRAMA                  00078500
                  MOVE '3100  '        TO WRK-SECAO                     00078600
                  MOVE 'TABELA DE MOVIMENTOS DA CONTA CHEIA'            00078700
                                       TO WRK-MENSAGEM                  00078800
                  MOVE WRK-CHAVE-ATUAL TO WRK-STATUS                    00078900
                  CALL 'GRAVALOG'      USING WRK-LOG                    00079000
               END-IF                                                   00079100
               PERFORM 2100-LER-MOVHIST                                 00079200
               GO                  TO 3100-99-FIM                       00079300
            END-IF                                                      00079400
                                                                        00079500
            ADD 1                      TO WRK-TAB-SUS-QTDE              00079600
                                          ACUM-MOVTOS-ANALISADOS        00079700
            SET WRK-IDX-SUS            TO WRK-TAB-SUS-QTDE              00079800
            MOVE FD-MOVHIST-DATA       TO WRK-TAB-SUS-DATA (WRK-IDX-SUS)00079900
            MOVE FD-MOVHIST-DATA       TO WRK-DATA-N                    00080000
            COMPUTE WRK-TAB-SUS-DIA (WRK-IDX-SUS) =                     00080100
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-N)               00080200
            MOVE FD-MOVHIST-MOVIMENTO                                   00080300
                              TO WRK-TAB-SUS-MOVIMENTO (WRK-IDX-SUS)    00080400
            MOVE FD-MOVHIST-VALOR     TO WRK-TAB-SUS-VALOR (WRK-IDX-SUS)00080500
            MOVE FD-MOVHIST-TIPO      TO WRK-TAB-SUS-TIPO (WRK-IDX-SUS) 00080600
            MOVE FD-MOVHIST-ORIGEM                                      00080700
                              TO WRK-TAB-SUS-ORIGEM (WRK-IDX-SUS)       00080800
            MOVE SPACES             TO WRK-TAB-SUS-PADROES (WRK-IDX-SUS)00080900
            MOVE 'N'                                                    00081000
                              TO WRK-TAB-SUS-ESPECIE (WRK-IDX-SUS)      00081100
                                 WRK-TAB-SUS-NA-FAIXA (WRK-IDX-SUS)     00081200
                                                                        00081300
      *    ESPECIE E FRACIONAMENTO OLHAM SO A ORIGEM DO SYSIN (BRANCOS *00081400
      *    = TODAS); O VOLUME DA CONTA SOMA TODAS AS ORIGENS           *00081500
            IF WRK-PARM-ORIGEM EQUAL SPACES                             00081600
             OR WRK-PARM-ORIGEM EQUAL FD-MOVHIST-ORIGEM                 00081700
               IF FD-MOVHIST-VALOR NOT LESS WRK-PARM-LIMITE             00081800
                  MOVE 'S'          TO WRK-TAB-SUS-ESPECIE (WRK-IDX-SUS)00081900
               ELSE                                                     00082000
                  IF FD-MOVHIST-VALOR NOT LESS WRK-PISO-FAIXA           00082100
                     MOVE 'S'      TO WRK-TAB-SUS-NA-FAIXA (WRK-IDX-SUS)00082200
                  END-IF                                                00082300
               END-IF                                                   00082400
            END-IF                                                      00082500
                                                                        00082600
            ADD FD-MOVHIST-VALOR       TO WRK-VOLUME                    00082700
                                                                        00082800
            PERFORM 2100-LER-MOVHIST.                                   00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       3100-99-FIM.                           EXIT.                     00083200
      *----------------------------------------------------------------*00083300
                                                                        00083400
      *----------------------------------------------------------------*00083500
       3200-VERIFICAR-ESPECIE                 SECTION.                  00083600
      *----------------------------------------------------------------*00083700
                                                                        00083800
            IF WRK-TAB-SUS-ESPECIE-SIM (WRK-IDX-SUS)                    00083900
               MOVE 'E'                                                 00084000
                                 TO WRK-TAB-SUS-PAD-E (WRK-IDX-SUS)     00084100
               IF WRK-CASO-PAD-ESPECIE EQUAL SPACES                     00084200
                  MOVE 'E'             TO WRK-CASO-PAD-ESPECIE          00084300
                  ADD 1                TO WRK-CASO-QTD-PADROES          00084400
                                          ACUM-CASOS-ESPECIE            00084500
               END-IF                                                   00084600
            END-IF.                                                     00084700
                                                                        00084800
      *----------------------------------------------------------------*00084900
       3200-99-FIM.                           EXIT.                     00085000
      *----------------------------------------------------------------*00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       3300-VERIFICAR-FRACIONAMENTO           SECTION.                  00085400
      *----------------------------------------------------------------*00085500
                                                                        00085600
      *    A PARTIR DE CADA MOVIMENTO NA FAIXA, CONTA OS MOVIMENTOS NA *00085700
      *    FAIXA DENTRO DA JANELA DE DIAS (TABELA EM ORDEM DE DATA)    *00085800
            IF NOT WRK-TAB-SUS-NA-FAIXA-SIM (WRK-IDX-SUS)               00085900
               GO                  TO 3300-99-FIM                       00086000
            END-IF                                                      00086100
                                                                        00086200
            MOVE ZEROS                 TO WRK-QTD-JANELA                00086300
                                                                        00086400
            PERFORM 3310-CONTAR-JANELA                                  00086500
                    VARYING WRK-IDX-JAN FROM WRK-IDX-SUS BY 1           00086600
                      UNTIL WRK-IDX-JAN GREATER WRK-TAB-SUS-QTDE        00086700
                         OR WRK-TAB-SUS-DIA (WRK-IDX-JAN)               00086800
                          - WRK-TAB-SUS-DIA (WRK-IDX-SUS)               00086900
                            NOT LESS WRK-PARM-DIAS-JANELA               00087000
                                                                        00087100
            IF WRK-QTD-JANELA LESS WRK-PARM-QTD-FRACIONA                00087200
               GO                  TO 3300-99-FIM                       00087300
            END-IF                                                      00087400
                                                                        00087500
            PERFORM 3320-MARCAR-JANELA                                  00087600
                    VARYING WRK-IDX-JAN FROM WRK-IDX-SUS BY 1           00087700
                      UNTIL WRK-IDX-JAN GREATER WRK-TAB-SUS-QTDE        00087800
                         OR WRK-TAB-SUS-DIA (WRK-IDX-JAN)               00087900
                          - WRK-TAB-SUS-DIA (WRK-IDX-SUS)               00088000
                            NOT LESS WRK-PARM-DIAS-JANELA               00088100
                                                                        00088200
            IF WRK-CASO-PAD-FRACIONA EQUAL SPACES                       00088300
               MOVE 'F'                TO WRK-CASO-PAD-FRACIONA         00088400
               ADD 1                   TO WRK-CASO-QTD-PADROES          00088500
                                          ACUM-CASOS-FRACIONA           00088600
            END-IF.                                                     00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       3300-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
       3310-CONTAR-JANELA                     SECTION.                  00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
            IF WRK-TAB-SUS-NA-FAIXA-SIM (WRK-IDX-JAN)                   00089700
               ADD 1                   TO WRK-QTD-JANELA                00089800
            END-IF.                                                     00089900
                                                                        00090000
      *----------------------------------------------------------------*00090100
       3310-99-FIM.                           EXIT.                     00090200
      *----------------------------------------------------------------*00090300
                                                                        00090400
      *----------------------------------------------------------------*00090500
       3320-MARCAR-JANELA                     SECTION.                  00090600
      *----------------------------------------------------------------*00090700
                                                                        00090800
            IF WRK-TAB-SUS-NA-FAIXA-SIM (WRK-IDX-JAN)                   00090900
               MOVE 'F'                                                 00091000
                                 TO WRK-TAB-SUS-PAD-F (WRK-IDX-JAN)     00091100
            END-IF.                                                     00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       3320-99-FIM.                           EXIT.                     00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
      *----------------------------------------------------------------*00091800
       3400-VERIFICAR-REPASSE                 SECTION.                  00091900
      *----------------------------------------------------------------*00092000
                                                                        00092100
      *    CREDITO ALTO (QUALQUER ORIGEM) COM DEBITO EQUIVALENTE NO    *00092200
      *    MESMO DIA OU NOS DIAS SEGUINTES, ATE O PRAZO DO SYSIN       *00092300
            IF WRK-TAB-SUS-TIPO (WRK-IDX-SUS) NOT EQUAL 'C'             00092400
             OR WRK-TAB-SUS-VALOR (WRK-IDX-SUS) LESS WRK-PARM-LIMITE    00092500
               GO                  TO 3400-99-FIM                       00092600
            END-IF                                                      00092700
                                                                        00092800
            COMPUTE WRK-REPASSE-MIN ROUNDED =                           00092900
                    WRK-TAB-SUS-VALOR (WRK-IDX-SUS)                     00093000
                  * (100 - WRK-PARM-PERC-REPASSE) / 100                 00093100
            COMPUTE WRK-REPASSE-MAX ROUNDED =                           00093200
                    WRK-TAB-SUS-VALOR (WRK-IDX-SUS)                     00093300
                  * (100 + WRK-PARM-PERC-REPASSE) / 100                 00093400
                    ON SIZE ERROR                                       00093500
                       MOVE 99999999,99 TO WRK-REPASSE-MAX              00093600
            END-COMPUTE                                                 00093700
                                                                        00093800
            PERFORM 3410-PROCURAR-DEBITO                                00093900
                    VARYING WRK-IDX-JAN FROM 1 BY 1                     00094000
                      UNTIL WRK-IDX-JAN GREATER WRK-TAB-SUS-QTDE.       00094100
                                                                        00094200
      *----------------------------------------------------------------*00094300
       3400-99-FIM.                           EXIT.                     00094400
      *----------------------------------------------------------------*00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       3410-PROCURAR-DEBITO                   SECTION.                  00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
            IF WRK-TAB-SUS-TIPO (WRK-IDX-JAN) NOT EQUAL 'D'             00095100
             OR WRK-TAB-SUS-DIA (WRK-IDX-JAN) LESS                      00095200
                WRK-TAB-SUS-DIA (WRK-IDX-SUS)                           00095300
             OR WRK-TAB-SUS-DIA (WRK-IDX-JAN)                           00095400
              - WRK-TAB-SUS-DIA (WRK-IDX-SUS)                           00095500
                GREATER WRK-PARM-DIAS-REPASSE                           00095600
             OR WRK-TAB-SUS-VALOR (WRK-IDX-JAN) LESS WRK-REPASSE-MIN    00095700
             OR WRK-TAB-SUS-VALOR (WRK-IDX-JAN) GREATER WRK-REPASSE-MAX 00095800
               GO                  TO 3410-99-FIM                       00095900
            END-IF                                                      00096000
                                                                        00096100
            MOVE 'R'                                                    00096200
                              TO WRK-TAB-SUS-PAD-R (WRK-IDX-SUS)        00096300
                                   WRK-TAB-SUS-PAD-R (WRK-IDX-JAN)      00096400
                                                                        00096500
            IF WRK-CASO-PAD-REPASSE EQUAL SPACES                        00096600
               MOVE 'R'                TO WRK-CASO-PAD-REPASSE          00096700
               ADD 1                   TO WRK-CASO-QTD-PADROES          00096800
                                          ACUM-CASOS-REPASSE            00096900
            END-IF.                                                     00097000
                                                                        00097100
      *----------------------------------------------------------------*00097200
       3410-99-FIM.                           EXIT.                     00097300
      *----------------------------------------------------------------*00097400
                                                                        00097500
      *----------------------------------------------------------------*00097600
       3500-VERIFICAR-ATIVIDADE               SECTION.                  00097700
      *----------------------------------------------------------------*00097800
                                                                        00097900
      *    MEDSAL E MOVHIST ANDAM NA MESMA ORDEM DE CHAVE: AVANCA A    *00098000
      *    MEDIA ATE ALCANCAR A CONTA                                  *00098100
            PERFORM 2200-LER-MEDSAL                                     00098200
                    UNTIL WRK-CHAVE-ATUAL-MED NOT LESS WRK-CHAVE-ATUAL  00098300
                                                                        00098400
            IF WRK-CHAVE-ATUAL-MED EQUAL WRK-CHAVE-ATUAL                00098500
               MOVE FD-MED-SALDO-MEDIO TO WRK-SALDO-MEDIO               00098600
            ELSE                                                        00098700
               MOVE ZEROS              TO WRK-SALDO-MEDIO               00098800
            END-IF                                                      00098900
                                                                        00099000
      *    SEM SALDO MEDIO POSITIVO A BASE E O LIMITE DE ESPECIE       *00099100
            IF WRK-SALDO-MEDIO GREATER ZEROS                            00099200
               COMPUTE WRK-BASE-ATIVIDADE =                             00099300
                       WRK-SALDO-MEDIO * WRK-PARM-MULTIPLO              00099400
               IF WRK-VOLUME NOT GREATER WRK-BASE-ATIVIDADE             00099500
                  GO               TO 3500-99-FIM                       00099600
               END-IF                                                   00099700
            ELSE                                                        00099800
               IF WRK-VOLUME LESS WRK-PARM-LIMITE                       00099900
                  GO               TO 3500-99-FIM                       00100000
               END-IF                                                   00100100
            END-IF                                                      00100200
                                                                        00100300
            MOVE 'A'                   TO WRK-CASO-PAD-ATIVIDADE        00100400
            ADD 1                      TO WRK-CASO-QTD-PADROES          00100500
                                          ACUM-CASOS-ATIVIDADE.         00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       3500-99-FIM.                           EXIT.                     00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
      *----------------------------------------------------------------*00101200
       3600-LIBERAR-CASO                      SECTION.                  00101300
      *----------------------------------------------------------------*00101400
                                                                        00101500
            ADD 1                      TO ACUM-CASOS                    00101600
                                                                        00101700
            PERFORM 3610-SOMAR-MOVTO                                    00101800
                    VARYING WRK-IDX-SUS FROM 1 BY 1                     00101900
                      UNTIL WRK-IDX-SUS GREATER WRK-TAB-SUS-QTDE        00102000
                                                                        00102100
            PERFORM 2300-LER-CLI2505                                    00102200
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00102300
                       OR FD-CLI2505-CHAVE NOT LESS WRK-CHAVE-ATUAL     00102400
                                                                        00102500
            MOVE ZEROS                 TO WRK-SEQ-CASO                  00102600
            MOVE WRK-CASO-QTD-PADROES  TO SD-CAS-QTD-PADROES            00102700
            MOVE WRK-CASO-QTD-MOVTOS   TO SD-CAS-QTD-MOVTOS             00102800
            MOVE WRK-CASO-VALOR-MOVTOS TO SD-CAS-VALOR-MOVTOS           00102900
            MOVE WRK-CHAVE-ATUAL       TO SD-CAS-CHAVE                  00103000
            MOVE 'C'                   TO SD-CAS-TIPO-REG               00103100
            MOVE WRK-SEQ-CASO          TO SD-CAS-SEQ                    00103200
                                                                        00103300
            PERFORM 3620-MONTAR-CASO                                    00103400
                                                                        00103500
            RELEASE SD-SORTCAS                                          00103600
                                                                        00103700
            PERFORM 3630-LIBERAR-MOVTO                                  00103800
                    VARYING WRK-IDX-SUS FROM 1 BY 1                     00103900
                      UNTIL WRK-IDX-SUS GREATER WRK-TAB-SUS-QTDE.       00104000
                                                                        00104100
      *----------------------------------------------------------------*00104200
       3600-99-FIM.                           EXIT.                     00104300
      *----------------------------------------------------------------*00104400
                                                                        00104500
      *----------------------------------------------------------------*00104600
       3610-SOMAR-MOVTO                       SECTION.                  00104700
      *----------------------------------------------------------------*00104800
                                                                        00104900
            IF WRK-TAB-SUS-PADROES (WRK-IDX-SUS) NOT EQUAL SPACES       00105000
               ADD 1                   TO WRK-CASO-QTD-MOVTOS           00105100
               ADD WRK-TAB-SUS-VALOR (WRK-IDX-SUS)                      00105200
                                       TO WRK-CASO-VALOR-MOVTOS         00105300
            END-IF.                                                     00105400
                                                                        00105500
      *----------------------------------------------------------------*00105600
       3610-99-FIM.                           EXIT.                     00105700
      *----------------------------------------------------------------*00105800
                                                                        00105900
      *----------------------------------------------------------------*00106000
       3620-MONTAR-CASO                       SECTION.                  00106100
      *----------------------------------------------------------------*00106200
                                                                        00106300
      *    O REGISTRO DO CASO E MONTADO NA AREA DO ARQUIVO E COPIADO   *00106400
      *    PARA O SORT; A GRAVACAO SO ACONTECE NA SAIDA DO SORT        *00106500
            MOVE SPACES                TO FD-CASUSP                     00106600
            MOVE 'C'                   TO FD-CAS-TIPO-REG               00106700
            MOVE ZEROS                 TO FD-CAS-RANKING                00106800
            MOVE WRK-CHAVE-ATUAL       TO FD-CAS-CHAVE                  00106900
            IF FD-CLI2505-CHAVE EQUAL WRK-CHAVE-ATUAL                   00107000
               MOVE FD-CLI2505-DOCUMENTO TO FD-CAS-DOCUMENTO            00107100
               MOVE FD-CLI2505-NOME    TO FD-CAS-NOME                   00107200
            ELSE                                                        00107300
               MOVE SPACES             TO FD-CAS-DOCUMENTO              00107400
               MOVE 'CONTA FORA DO CADASTRO'                            00107500
                                       TO FD-CAS-NOME                   00107600
            END-IF                                                      00107700
            MOVE WRK-CASO-QTD-PADROES  TO FD-CAS-QTD-PADROES            00107800
            MOVE WRK-CASO-PADROES      TO FD-CAS-PADROES                00107900
            MOVE WRK-CASO-QTD-MOVTOS   TO FD-CAS-QTD-MOVTOS             00108000
            MOVE WRK-CASO-VALOR-MOVTOS TO FD-CAS-VALOR-MOVTOS           00108100
            MOVE WRK-VOLUME            TO FD-CAS-VOLUME                 00108200
            MOVE WRK-SALDO-MEDIO       TO FD-CAS-SALDO-MEDIO            00108300
            MOVE WRK-PARM-DATA-INI     TO FD-CAS-DATA-INI               00108400
            MOVE WRK-PARM-DATA-FIM     TO FD-CAS-DATA-FIM               00108500
            MOVE FD-CASUSP             TO SD-CAS-REGISTRO.              00108600
                                                                        00108700
      *----------------------------------------------------------------*00108800
       3620-99-FIM.                           EXIT.                     00108900
      *----------------------------------------------------------------*00109000
                                                                        00109100
      *----------------------------------------------------------------*00109200
       3630-LIBERAR-MOVTO                     SECTION.                  00109300
      *----------------------------------------------------------------*00109400
                                                                        00109500
            IF WRK-TAB-SUS-PADROES (WRK-IDX-SUS) EQUAL SPACES           00109600
               GO                  TO 3630-99-FIM                       00109700
            END-IF                                                      00109800
                                                                        00109900
      *    CHAVE E DOCUMENTO FICAM NA AREA DESDE A MONTAGEM DO CASO    *00110000
            MOVE SPACES                TO FD-CAS-DADOS                  00110100
            MOVE 'M'                   TO FD-CAS-TIPO-REG               00110200
            MOVE WRK-TAB-SUS-DATA (WRK-IDX-SUS)      TO FD-CAS-MOV-DATA 00110300
            MOVE WRK-TAB-SUS-MOVIMENTO (WRK-IDX-SUS)                    00110400
                                       TO FD-CAS-MOV-MOVIMENTO          00110500
            MOVE WRK-TAB-SUS-VALOR (WRK-IDX-SUS)     TO FD-CAS-MOV-VALOR00110600
            MOVE WRK-TAB-SUS-TIPO (WRK-IDX-SUS)      TO FD-CAS-MOV-TIPO 00110700
            MOVE WRK-TAB-SUS-ORIGEM (WRK-IDX-SUS)                       00110800
                                       TO FD-CAS-MOV-ORIGEM             00110900
            MOVE WRK-TAB-SUS-PADROES (WRK-IDX-SUS)                      00111000
                                       TO FD-CAS-MOV-PADROES            00111100
                                                                        00111200
            ADD 1                      TO WRK-SEQ-CASO                  00111300
            MOVE 'M'                   TO SD-CAS-TIPO-REG               00111400
            MOVE WRK-SEQ-CASO          TO SD-CAS-SEQ                    00111500
            MOVE FD-CASUSP             TO SD-CAS-REGISTRO               00111600
                                                                        00111700
            RELEASE SD-SORTCAS.                                         00111800
                                                                        00111900
      *----------------------------------------------------------------*00112000
       3630-99-FIM.                           EXIT.                     00112100
      *----------------------------------------------------------------*00112200
                                                                        00112300
      ******************************************************************00112400
      *   E M I T I R   O S   C A S O S   (OUTPUT DO SORT)             *00112500
      ******************************************************************00112600
                                                                        00112700
      *----------------------------------------------------------------*00112800
       5000-EMITIR-CASOS                     SECTION.                   00112900
      *----------------------------------------------------------------*00113000
                                                                        00113100
            PERFORM 5100-RETORNAR                                       00113200
                                                                        00113300
            PERFORM 5200-GRAVAR-CASO                                    00113400
                    UNTIL WRK-FIM-SORT-SIM.                             00113500
                                                                        00113600
      *----------------------------------------------------------------*00113700
       5000-99-FIM.                           EXIT.                     00113800
      *----------------------------------------------------------------*00113900
                                                                        00114000
      *----------------------------------------------------------------*00114100
       5100-RETORNAR                         SECTION.                   00114200
      *----------------------------------------------------------------*00114300
                                                                        00114400
            RETURN WRK-SORTCAS                                          00114500
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00114600
                                                                        00114700
      *----------------------------------------------------------------*00114800
       5100-99-FIM.                           EXIT.                     00114900
      *----------------------------------------------------------------*00115000
                                                                        00115100
      *----------------------------------------------------------------*00115200
       5200-GRAVAR-CASO                      SECTION.                   00115300
      *----------------------------------------------------------------*00115400
                                                                        00115500
      *     O RANKING AVANCA A CADA REGISTRO DE CASO E ACOMPANHA OS    *00115600
      *     MOVIMENTOS DELE                                            *00115700
            MOVE SD-CAS-REGISTRO       TO FD-CASUSP                     00115800
                                                                        00115900
            IF FD-CAS-REG-CASO                                          00116000
               ADD 1                   TO WRK-RANKING                   00116100
               MOVE WRK-RANKING        TO FD-CAS-RANKING                00116200
               PERFORM 5300-IMPRIMIR-CASO                               00116300
            ELSE                                                        00116400
               MOVE WRK-RANKING        TO FD-CAS-RANKING                00116500
               PERFORM 5400-IMPRIMIR-MOVTO                              00116600
               ADD 1                   TO ACUM-MOVTOS-GRAVADOS          00116700
            END-IF                                                      00116800
                                                                        00116900
            WRITE FD-CASUSP                                             00117000
            PERFORM 1140-TESTAR-WRK-FS-CASOS                            00117100
                                                                        00117200
            PERFORM 5100-RETORNAR.                                      00117300
                                                                        00117400
      *----------------------------------------------------------------*00117500
       5200-99-FIM.                           EXIT.                     00117600
      *----------------------------------------------------------------*00117700
                                                                        00117800
      *----------------------------------------------------------------*00117900
       5300-IMPRIMIR-CASO                    SECTION.                   00118000
      *----------------------------------------------------------------*00118100
                                                                        00118200
            IF WRK-RANKING GREATER 1                                    00118300
               WRITE FD-RELSUS         FROM WRK-LIN-BRANCO              00118400
            END-IF                                                      00118500
                                                                        00118600
            MOVE WRK-RANKING           TO WRK-LC-RANKING                00118700
            MOVE FD-CAS-AGENCIA        TO WRK-LC-AGENCIA                00118800
            MOVE FD-CAS-CONTA          TO WRK-LC-CONTA                  00118900
            MOVE FD-CAS-DOCUMENTO      TO WRK-LC-DOCUMENTO              00119000
            MOVE FD-CAS-PADROES        TO WRK-LC-PADROES                00119100
            WRITE FD-RELSUS            FROM WRK-LIN-CASO                00119200
            PERFORM 1150-TESTAR-WRK-FS-RELSUS                           00119300
                                                                        00119400
            MOVE FD-CAS-NOME           TO WRK-LC2-NOME                  00119500
            MOVE FD-CAS-VOLUME         TO WRK-LC2-VOLUME                00119600
            MOVE FD-CAS-SALDO-MEDIO    TO WRK-LC2-MEDIA                 00119700
            WRITE FD-RELSUS            FROM WRK-LIN-CASO-2.             00119800
                                                                        00119900
      *----------------------------------------------------------------*00120000
       5300-99-FIM.                           EXIT.                     00120100
      *----------------------------------------------------------------*00120200
                                                                        00120300
      *----------------------------------------------------------------*00120400
       5400-IMPRIMIR-MOVTO                   SECTION.                   00120500
      *----------------------------------------------------------------*00120600
                                                                        00120700
            MOVE FD-CAS-MOV-DATA       TO WRK-LM-DATA                   00120800
            MOVE FD-CAS-MOV-MOVIMENTO  TO WRK-LM-DESCRICAO              00120900
            MOVE FD-CAS-MOV-TIPO       TO WRK-LM-TIPO                   00121000
            MOVE FD-CAS-MOV-VALOR      TO WRK-LM-VALOR                  00121100
            MOVE FD-CAS-MOV-ORIGEM     TO WRK-LM-ORIGEM                 00121200
            MOVE FD-CAS-MOV-PADROES    TO WRK-LM-PADROES                00121300
            WRITE FD-RELSUS            FROM WRK-LIN-MOVTO               00121400
            PERFORM 1150-TESTAR-WRK-FS-RELSUS.                          00121500
                                                                        00121600
      *----------------------------------------------------------------*00121700
       5400-99-FIM.                           EXIT.                     00121800
      *----------------------------------------------------------------*00121900
                                                                        00122000
      ******************************************************************00122100
      *                     F I N A L I Z A R                          *00122200
      ******************************************************************00122300
      *----------------------------------------------------------------*00122400
       4000-FINALIZAR                        SECTION.                   00122500
      *----------------------------------------------------------------*00122600
                                                                        00122700
              IF WRK-RANKING EQUAL ZEROS                                00122800
                 MOVE 'NENHUM CASO NA JANELA'  TO FD-RELSUS             00122900
                 WRITE FD-RELSUS                                        00123000
              END-IF                                                    00123100
                                                                        00123200
              CLOSE MOVHIST                                             00123300
                    CLI2505                                             00123400
                    CASOS                                               00123500
                    RELSUS                                              00123600
                                                                        00123700
              IF NOT WRK-SEM-MEDSAL-SIM                                 00123800
                 CLOSE MEDSAL                                           00123900
              END-IF                                                    00124000
                                                                        00124100
              DISPLAY '*********************************************'   00124200
              DISPLAY '      MONITORAMENTO DE MOVIMENTACAO SUSPEITA '   00124300
              DISPLAY '                                             '   00124400
              DISPLAY '  LIDOS MOVHIST       :  ' ACUM-LIDOS-MOVHIST    00124500
              DISPLAY '  MOVTOS ANALISADOS   :  '                       00124600
                      ACUM-MOVTOS-ANALISADOS                            00124700
              DISPLAY '  CONTAS ANALISADAS   :  '                       00124800
                      ACUM-CONTAS-ANALISADAS                            00124900
              DISPLAY '  CASOS               :  ' ACUM-CASOS            00125000
              DISPLAY '    ESPECIE      (E)  :  ' ACUM-CASOS-ESPECIE    00125100
              DISPLAY '    FRACIONAMENTO(F)  :  ' ACUM-CASOS-FRACIONA   00125200
              DISPLAY '    REPASSE      (R)  :  ' ACUM-CASOS-REPASSE    00125300
              DISPLAY '    ATIVIDADE    (A)  :  ' ACUM-CASOS-ATIVIDADE  00125400
              DISPLAY '  MOVTOS NOS CASOS    :  '                       00125500
                      ACUM-MOVTOS-GRAVADOS                              00125600
              DISPLAY '  CONTAS C/TAB. CHEIA :  ' ACUM-TABELA-CHEIA     00125700
              DISPLAY '                                             '   00125800
              DISPLAY '*********************************************'.  00125900
      *----------------------------------------------------------------*00126000
       4000-99-FIM.                           EXIT.                     00126100
      *----------------------------------------------------------------*00126200
                                                                        00126300
      ******************************************************************00126400
      *                   T R A T A R  E R R O                         *00126500
      ******************************************************************00126600
                                                                        00126700
       9000-TRATAR-ERRO                     SECTION.                    00126800
      *----------------------------------------------------------------*00126900
                  MOVE 'F'                TO WRK-SEVERIDADE             00127000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00127100
                  MOVE 16                 TO RETURN-CODE                00127200
                  GOBACK.                                               00127300
      *----------------------------------------------------------------*00127400
       9000-99-FIM.                           EXIT.                     00127500
      *----------------------------------------------------------------*00127600
