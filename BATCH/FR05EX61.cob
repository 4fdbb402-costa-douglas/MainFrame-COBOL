      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX61.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX61                                       *00002000
      *    TIPO.......: APROPRIACAO E LIQUIDACAO DE CDB                *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : PROCESSAR, NA ROTINA NOTURNA, O CADASTRO DE      *00002800
      *               DEPOSITOS A PRAZO (CDBMST, BOOK B#CDBMST),       *00002900
      *               REGRAVANDO-O NUMA NOVA GERACAO (CDBNOVO).        *00003000
      *               NOS DIAS UTEIS (LERDATAP) CADA CDB EM CARTEIRA   *00003100
      *               APROPRIA O JURO DO DIA SOBRE PRINCIPAL MAIS      *00003200
      *               JUROS JA APROPRIADOS, A TAXA % AO ANO / 252      *00003300
      *               DIAS UTEIS, DO DIA SEGUINTE A APLICACAO ATE O    *00003400
      *               VENCIMENTO. NO VENCIMENTO (OU NO PRIMEIRO DIA    *00003500
      *               UTIL DEPOIS DELE) E NO RESGATE ANTECIPADO PEDIDO *00003600
      *               PELO FR05EX60, O CDB E LIQUIDADO: IMPOSTO DE     *00003700
      *               RENDA SOBRE OS JUROS PELA ALIQUOTA DO PRAZO DA   *00003800
      *               APLICACAO EM DIAS CORRIDOS (LINHAS 'R' DA        *00003900
      *               B#TARIF) E CREDITO 'C' DO VALOR LIQUIDO NA CONTA *00004000
      *               CORRENTE NO MOVCDB (LAYOUT MOV2505, COM HEADER/  *00004100
      *               TRAILER), PROCESSADO COMO UM CICLO PELO FR05EX03.*00004200
      *               CDB LIQUIDADO FICA NO CADASTRO ATE O FIM DO MES  *00004300
      *               DA LIQUIDACAO. SAEM AINDA A POSICAO DIARIA DA    *00004400
      *               CARTEIRA (RELCDB) E AS PARTIDAS CONTABEIS DO DIA *00004500
      *               NO GLCDB (LAYOUT GLMOV):                         *00004600
      *               - JUROS APROPRIADOS: DEBITO 51010000 DESPESA DE  *00004700
      *                 JUROS DE CDB / CREDITO 21020000 DEPOSITOS A    *00004800
      *                 PRAZO;                                         *00004900
      *               - VALOR LIQUIDO RESGATADO: DEBITO 21020000 /     *00005000
      *                 CREDITO 11010000 CAIXA / MOVIMENTO DO DIA;     *00005100
      *               - IMPOSTO RETIDO: DEBITO 21020000 / CREDITO      *00005200
      *                 22020000 IR A RECOLHER.                        *00005300
      *----------------------------------------------------------------*00005400
      *    ARQUIVOS :                                                  *00005500
      *    DDNAME          I/O                                         *00005600
      *    JCLCDBAN         I    CADASTRO DE CDB                       *00005700
      *    JCLTARIF         I    TABELA DE TAXAS E TARIFAS             *00005800
      *    JCLCDBNV         O    CADASTRO DE CDB REGRAVADO             *00005900
      *    JCLMOVCD         O    CREDITOS DOS RESGATES (MOV2505)       *00006000
      *    JCLRELCD         O    POSICAO DA CARTEIRA DE CDB            *00006100
      *    JCLGLCDB         O    LANCAMENTOS DO CDB (GLMOV)            *00006200
      *----------------------------------------------------------------*00006300
      *    BOOKS    :    B#CDBMST, B#TARIF, B#MOVREG, B#GLJRN,         *00006400
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006500
      *----------------------------------------------------------------*00006600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006700
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006800
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006900
      *----------------------------------------------------------------*00007000
      *    PARAMETROS (VIA SYSIN):                                     *00007100
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007200
      *----------------------------------------------------------------*00007300
      *    HISTORICO DE ALTERACOES:                                    *00007400
      *      DATA        RESP.    DESCRICAO                            *00007500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007600
      ******************************************************************00007700
      *================================================================*00007800
                                                                        00007900
      *================================================================*00008000
       ENVIRONMENT                                DIVISION.             00008100
      *================================================================*00008200
                                                                        00008300
      *----------------------------------------------------------------*00008400
       CONFIGURATION                              SECTION.              00008500
      *----------------------------------------------------------------*00008600
                                                                        00008700
       SPECIAL-NAMES.                                                   00008800
           DECIMAL-POINT IS COMMA.                                      00008900
                                                                        00009000
      *----------------------------------------------------------------*00009100
       INPUT-OUTPUT                               SECTION.              00009200
      *----------------------------------------------------------------*00009300
                                                                        00009400
       FILE-CONTROL.                                                    00009500
             SELECT CDBANT    ASSIGN     TO JCLCDBAN                    00009600
                    FILE STATUS          IS WRK-FS-CDBANT.              00009700
                                                                        00009800
             SELECT TARIFAS   ASSIGN     TO JCLTARIF                    00009900
                    FILE STATUS          IS WRK-FS-TARIFAS.             00010000
                                                                        00010100
             SELECT CDBNOVO   ASSIGN     TO JCLCDBNV                    00010200
                    FILE STATUS          IS WRK-FS-CDBNOVO.             00010300
                                                                        00010400
             SELECT MOVCDB    ASSIGN     TO JCLMOVCD                    00010500
                    FILE STATUS          IS WRK-FS-MOVCDB.              00010600
                                                                        00010700
             SELECT RELCDB    ASSIGN     TO JCLRELCD                    00010800
                    FILE STATUS          IS WRK-FS-RELCDB.              00010900
                                                                        00011000
             SELECT GLCDB     ASSIGN     TO JCLGLCDB                    00011100
                    FILE STATUS          IS WRK-FS-GLCDB.               00011200
                                                                        00011300
      *================================================================*00011400
       DATA                                      DIVISION.              00011500
      *================================================================*00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
       FILE                                      SECTION.               00011900
      *----------------------------------------------------------------*00012000
                                                                        00012100
      *----------------------------------------------------------------*00012200
      *  INPUT - CADASTRO DE CDB (CDBMST) - LRECL = 120.               *00012300
      *----------------------------------------------------------------*00012400
                                                                        00012500
       FD CDBANT                                                        00012600
           RECORDING MODE IS F                                          00012700
           BLOCK CONTAINS 0 RECORDS.                                    00012800
                                                                        00012900
           COPY 'B#CDBMST'.                                             00013000
                                                                        00013100
      *----------------------------------------------------------------*00013200
      *  INPUT - TABELA DE TAXAS E TARIFAS (TARIFAS) - LRECL = 030.    *00013300
      *----------------------------------------------------------------*00013400
                                                                        00013500
       FD TARIFAS                                                       00013600
           RECORDING MODE IS F                                          00013700
           BLOCK CONTAINS 0 RECORDS.                                    00013800
       01 FD-TARIFAS        PIC X(030).                                 00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  OUTPUT - CADASTRO DE CDB REGRAVADO (CDBNOVO) - LRECL = 120.   *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD CDBNOVO                                                       00014500
           RECORDING MODE IS F                                          00014600
           BLOCK CONTAINS 0 RECORDS.                                    00014700
       01 FD-CDBNOVO        PIC X(120).                                 00014800
                                                                        00014900
      *----------------------------------------------------------------*00015000
      *  OUTPUT - CREDITOS DOS RESGATES (MOVCDB) - LRECL = 106.        *00015100
      *----------------------------------------------------------------*00015200
                                                                        00015300
       FD MOVCDB                                                        00015400
           RECORDING MODE IS F                                          00015500
           BLOCK CONTAINS 0 RECORDS.                                    00015600
                                                                        00015700
           COPY 'B#MOVREG'.                                             00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
      *  OUTPUT - POSICAO DA CARTEIRA DE CDB (RELCDB) - LRECL = 080.   *00016100
      *----------------------------------------------------------------*00016200
                                                                        00016300
       FD RELCDB                                                        00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-RELCDB         PIC X(080).                                 00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  OUTPUT - LANCAMENTOS DO CDB (GLCDB) - LRECL = 060.            *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       FD GLCDB                                                         00017300
           RECORDING MODE IS F                                          00017400
           BLOCK CONTAINS 0 RECORDS.                                    00017500
                                                                        00017600
           COPY 'B#GLJRN'.                                              00017700
                                                                        00017800
      *----------------------------------------------------------------*00017900
       WORKING-STORAGE                            SECTION.              00018000
      *----------------------------------------------------------------*00018100
      *----------------------------------------------------------------*00018200
       01 FILLER                         PIC X(050)       VALUE         00018300
                   '*** INICIO DA WORKING FR05EX61 ***'.                00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
       77 WRK-FS-CDBANT                  PIC X(002) VALUE SPACES.       00018700
       77 WRK-FS-TARIFAS                 PIC X(002) VALUE SPACES.       00018800
       77 WRK-FS-CDBNOVO                 PIC X(002) VALUE SPACES.       00018900
       77 WRK-FS-MOVCDB                  PIC X(002) VALUE SPACES.       00019000
       77 WRK-FS-RELCDB                  PIC X(002) VALUE SPACES.       00019100
       77 WRK-FS-GLCDB                   PIC X(002) VALUE SPACES.       00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       01 FILLER                         PIC X(050)       VALUE         00019500
                     '*** AREA DA ACUMULADORES ***'.                    00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
       77 ACUM-LIDOS-CDBANT              PIC 9(007) VALUE ZEROS.        00019900
       77 ACUM-GRAV-CDBNOVO              PIC 9(007) VALUE ZEROS.        00020000
       77 ACUM-EXPURGADOS                PIC 9(007) VALUE ZEROS.        00020100
       77 ACUM-EM-CARTEIRA               PIC 9(007) VALUE ZEROS.        00020200
       77 ACUM-PRINCIPAL-CARTEIRA        PIC 9(013)V99 VALUE ZEROS.     00020300
       77 ACUM-JUROS-CARTEIRA            PIC 9(013)V99 VALUE ZEROS.     00020400
       77 ACUM-APROPRIADOS               PIC 9(007) VALUE ZEROS.        00020500
       77 ACUM-JUROS-DIA                 PIC 9(013)V99 VALUE ZEROS.     00020600
       77 ACUM-LIQUIDADOS                PIC 9(007) VALUE ZEROS.        00020700
       77 ACUM-BRUTO-LIQUIDADO           PIC 9(013)V99 VALUE ZEROS.     00020800
       77 ACUM-IR-RETIDO                 PIC 9(013)V99 VALUE ZEROS.     00020900
       77 ACUM-LIQUIDO-CREDITADO         PIC 9(013)V99 VALUE ZEROS.     00021000
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00021100
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00021200
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00021300
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00021400
                                                                        00021500
      *----------------------------------------------------------------*00021600
       01 FILLER                         PIC X(050)       VALUE         00021700
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       77 WRK-JURO-DIA                   PIC 9(011)V99 VALUE ZEROS.     00022100
       77 WRK-ALIQUOTA-IR                PIC 9(005)V99 VALUE ZEROS.     00022200
       77 WRK-VALOR-IR                   PIC 9(011)V99 VALUE ZEROS.     00022300
       77 WRK-VALOR-LIQUIDO              PIC 9(011)V99 VALUE ZEROS.     00022400
       77 WRK-DIAS-APLICADO              PIC 9(008) VALUE ZEROS.        00022500
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00022600
       77 WRK-DATA-APLIC-N               PIC 9(008) VALUE ZEROS.        00022700
       77 WRK-CONTA-CTB-DEB              PIC X(008) VALUE SPACES.       00022800
       77 WRK-CONTA-CTB-CRE              PIC X(008) VALUE SPACES.       00022900
       77 WRK-VALOR-LANC                 PIC 9(013)V99 VALUE ZEROS.     00023000
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00023100
       77 WRK-ALIQ-ACHOU                 PIC X(001) VALUE 'N'.          00023200
           88 WRK-ALIQ-ACHOU-SIM                    VALUE 'S'.          00023300
       77 WRK-LIQUIDOU-HOJE              PIC X(001) VALUE 'N'.          00023400
           88 WRK-LIQUIDOU-HOJE-SIM                 VALUE 'S'.          00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
      *    CONTAS CONTABEIS DO CDB                                     *00023800
      *----------------------------------------------------------------*00023900
                                                                        00024000
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00024100
       77 WRK-CONTA-CDB                  PIC X(008) VALUE '21020000'.   00024200
       77 WRK-CONTA-IR                   PIC X(008) VALUE '22020000'.   00024300
       77 WRK-CONTA-DESPESA              PIC X(008) VALUE '51010000'.   00024400
                                                                        00024500
      *----------------------------------------------------------------*00024600
      *    HISTORICO DO CREDITO DO RESGATE NA CONTA                    *00024700
      *----------------------------------------------------------------*00024800
                                                                        00024900
       01 WRK-HISTORICO-RESG.                                           00025000
          05 WRK-HR-TEXTO                PIC X(017).                    00025100
          05 WRK-HR-NUMERO               PIC 9(005).                    00025200
          05 FILLER                      PIC X(008) VALUE SPACES.       00025300
                                                                        00025400
      *----------------------------------------------------------------*00025500
      *    TABELA DE ALIQUOTAS DE IR POR PRAZO (LINHAS 'R' DO TARIFAS, *00025600
      *    EM ORDEM CRESCENTE DE PRAZO EM DIAS CORRIDOS)               *00025700
      *----------------------------------------------------------------*00025800
                                                                        00025900
       01 WRK-TAB-ALIQ-IR.                                              00026000
          05 WRK-TAB-IR                  OCCURS 010 TIMES               00026100
                                          INDEXED BY WRK-IDX-IR.        00026200
             10 WRK-TAB-IR-ATE           PIC 9(08).                     00026300
             10 WRK-TAB-IR-ALIQ          PIC 9(05)V99.                  00026400
                                                                        00026500
       77 WRK-TAB-IR-QTDE                PIC 9(002) VALUE ZEROS.        00026600
                                                                        00026700
      *----------------------------------------------------------------*00026800
      *    LINHAS DA POSICAO DA CARTEIRA                               *00026900
      *----------------------------------------------------------------*00027000
                                                                        00027100
       01 WRK-CABEC1.                                                   00027200
          05 FILLER                      PIC X(040) VALUE               00027300
             'FR05EX61 - POSICAO DA CARTEIRA DE CDB   '.                00027400
          05 FILLER                      PIC X(007) VALUE ' DATA '.     00027500
          05 WRK-CB-DATA                 PIC X(008).                    00027600
          05 FILLER                      PIC X(025) VALUE SPACES.       00027700
                                                                        00027800
       01 WRK-CABEC2.                                                   00027900
          05 FILLER                      PIC X(040) VALUE               00028000
             'AG   CONTA  NUMER     PRINCIPAL    TAXA '.                00028100
          05 FILLER                      PIC X(040) VALUE               00028200
             ' APLICAC  VENCTO          JUROS  S      '.                00028300
                                                                        00028400
       01 WRK-LINCDB.                                                   00028500
          05 WRK-LC-AGENCIA              PIC 9(004).                    00028600
          05 FILLER                      PIC X(001) VALUE SPACES.       00028700
          05 WRK-LC-CONTA                PIC 9(006).                    00028800
          05 FILLER                      PIC X(001) VALUE SPACES.       00028900
          05 WRK-LC-NUMERO               PIC 9(005).                    00029000
          05 FILLER                      PIC X(001) VALUE SPACES.       00029100
          05 WRK-LC-PRINCIPAL            PIC ZZ.ZZZ.ZZ9,99.             00029200
          05 FILLER                      PIC X(001) VALUE SPACES.       00029300
          05 WRK-LC-TAXA                 PIC ZZ9,9999.                  00029400
          05 FILLER                      PIC X(001) VALUE SPACES.       00029500
          05 WRK-LC-APLICACAO            PIC X(008).                    00029600
          05 FILLER                      PIC X(001) VALUE SPACES.       00029700
          05 WRK-LC-VENCTO               PIC X(008).                    00029800
          05 FILLER                      PIC X(001) VALUE SPACES.       00029900
          05 WRK-LC-JUROS                PIC ZZ.ZZZ.ZZ9,99.             00030000
          05 FILLER                      PIC X(001) VALUE SPACES.       00030100
          05 WRK-LC-STATUS               PIC X(001).                    00030200
          05 FILLER                      PIC X(006) VALUE SPACES.       00030300
                                                                        00030400
       01 WRK-TOTCDB.                                                   00030500
          05 WRK-TC-TEXTO                PIC X(030).                    00030600
          05 WRK-TC-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00030700
          05 FILLER                      PIC X(033) VALUE SPACES.       00030800
                                                                        00030900
       01 WRK-TOTQTD.                                                   00031000
          05 WRK-TQ-TEXTO                PIC X(030).                    00031100
          05 WRK-TQ-QTD                  PIC ZZZ.ZZZ.ZZ9.               00031200
          05 FILLER                      PIC X(039) VALUE SPACES.       00031300
                                                                        00031400
      *----------------------------------------------------------------*00031500
       01 FILLER                         PIC X(050)       VALUE         00031600
                    '*** AREA DA BOOK GRAVALOG ***'.                    00031700
      *----------------------------------------------------------------*00031800
                                                                        00031900
                           COPY 'B#GRALOG'.                             00032000
                                                                        00032100
      ******************************************************************00032200
      *        B O O K  T A B E L A  D E  T A R I F A S                *00032300
      ******************************************************************00032400
                                                                        00032500
       COPY 'B#TARIF'.                                                  00032600
                                                                        00032700
      ******************************************************************00032800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00032900
      ******************************************************************00033000
                                                                        00033100
       COPY 'B#RUNCTL'.                                                 00033200
                                                                        00033300
       COPY 'B#DATPRC'.                                                 00033400
                                                                        00033500
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       01 FILLER                         PIC X(050)       VALUE         00033900
                   '*** FIM DA WORKING FR05EX61 ***'.                   00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
      *================================================================*00034300
       PROCEDURE                                 DIVISION.              00034400
      *================================================================*00034500
                                                                        00034600
      ******************************************************************00034700
      *              P R O G R A M A  P R I N C I P A L                *00034800
      ******************************************************************00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       0000-PRINCIPAL                            SECTION.               00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
            PERFORM 1000-INICIAR                                        00035500
                                                                        00035600
            PERFORM 2100-LER-CDBANT                                     00035700
                                                                        00035800
            PERFORM 3000-PROCESSAR                                      00035900
                    UNTIL WRK-FS-CDBANT EQUAL '10'                      00036000
                                                                        00036100
            PERFORM 4000-FINALIZAR                                      00036200
                                                                        00036300
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00036400
            MOVE ACUM-LIDOS-CDBANT    TO WRK-RUN-LIDOS                  00036500
            MOVE ACUM-GRAV-CDBNOVO    TO WRK-RUN-GRAVADOS               00036600
            MOVE ZEROS                TO WRK-RUN-RC                     00036700
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00036800
                                                                        00036900
            STOP RUN.                                                   00037000
                                                                        00037100
      *----------------------------------------------------------------*00037200
       0000-99-FIM.                           EXIT.                     00037300
      *----------------------------------------------------------------*00037400
                                                                        00037500
      ******************************************************************00037600
      *                       I N I C I A R                            *00037700
      ******************************************************************00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       1000-INICIAR                           SECTION.                  00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00038400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00038500
           CALL 'LERDATAP'            USING WRK-DATPRC                  00038600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00038700
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N                00038800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00038900
           MOVE 'FR05EX61'            TO WRK-RUN-PROGRAMA               00039000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00039100
           MOVE ZEROS                 TO WRK-RUN-RC                     00039200
                                         WRK-RUN-LIDOS                  00039300
                                         WRK-RUN-GRAVADOS               00039400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00039500
           IF WRK-RUN-DATA-JA-FEITA                                     00039600
              MOVE 'A'                TO WRK-SEVERIDADE                 00039700
              MOVE 'FR05EX61'         TO WRK-PROGRAMA                   00039800
              MOVE '1000  '           TO WRK-SECAO                      00039900
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00040000
                                      TO WRK-MENSAGEM                   00040100
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00040200
              CALL 'GRAVALOG'         USING WRK-LOG                     00040300
              MOVE 08                 TO RETURN-CODE                    00040400
              GOBACK                                                    00040500
           END-IF                                                       00040600
                                                                        00040700
      *    SEM CADASTRO ANTERIOR (NENHUM CDB AINDA) NAO E ERRO        * 00040800
           OPEN INPUT CDBANT                                            00040900
           IF WRK-FS-CDBANT EQUAL '35'                                  00041000
              MOVE '10'               TO WRK-FS-CDBANT                  00041100
           ELSE                                                         00041200
              PERFORM 1110-TESTAR-WRK-FS-CDBANT                         00041300
           END-IF                                                       00041400
                                                                        00041500
           OPEN INPUT  TARIFAS                                          00041600
                OUTPUT CDBNOVO                                          00041700
                OUTPUT MOVCDB                                           00041800
                OUTPUT RELCDB                                           00041900
                OUTPUT GLCDB                                            00042000
           PERFORM 1120-TESTAR-WRK-FS-TARIFAS                           00042100
           PERFORM 1130-TESTAR-WRK-FS-CDBNOVO                           00042200
           PERFORM 1140-TESTAR-WRK-FS-MOVCDB                            00042300
           PERFORM 1150-TESTAR-WRK-FS-RELCDB                            00042400
           PERFORM 1160-TESTAR-WRK-FS-GLCDB                             00042500
                                                                        00042600
           PERFORM 1200-CARREGAR-TARIFAS                                00042700
                                                                        00042800
           IF WRK-TAB-IR-QTDE EQUAL ZEROS                               00042900
              MOVE 'FR05EX61'                  TO WRK-PROGRAMA          00043000
              MOVE 'TABELA SEM ALIQUOTAS DE IR'                         00043100
                                               TO WRK-MENSAGEM          00043200
              MOVE '1000'                      TO WRK-SECAO             00043300
              MOVE SPACES                      TO WRK-STATUS            00043400
              PERFORM 9000-TRATAR-ERRO                                  00043500
           END-IF                                                       00043600
                                                                        00043700
           PERFORM 1300-GRAVAR-HEADERS.                                 00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       1000-99-FIM.                           EXIT.                     00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
      *----------------------------------------------------------------*00044400
       1110-TESTAR-WRK-FS-CDBANT              SECTION.                  00044500
      *----------------------------------------------------------------*00044600
                                                                        00044700
           IF WRK-FS-CDBANT NOT EQUAL ZEROS                             00044800
            AND WRK-FS-CDBANT NOT EQUAL '10'                            00044900
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00045000
              MOVE 'ERRO NO ARQUIVO CDBANT'      TO WRK-MENSAGEM        00045100
              MOVE '1110'                        TO WRK-SECAO           00045200
              MOVE WRK-FS-CDBANT                 TO WRK-STATUS          00045300
              PERFORM 9000-TRATAR-ERRO                                  00045400
           END-IF.                                                      00045500
                                                                        00045600
      *----------------------------------------------------------------*00045700
       1110-99-FIM.                           EXIT.                     00045800
      *----------------------------------------------------------------*00045900
                                                                        00046000
      *----------------------------------------------------------------*00046100
       1120-TESTAR-WRK-FS-TARIFAS             SECTION.                  00046200
      *----------------------------------------------------------------*00046300
                                                                        00046400
           IF WRK-FS-TARIFAS NOT EQUAL ZEROS                            00046500
            AND WRK-FS-TARIFAS NOT EQUAL '10'                           00046600
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00046700
              MOVE 'ERRO NO ARQUIVO TARIFAS'     TO WRK-MENSAGEM        00046800
              MOVE '1120'                        TO WRK-SECAO           00046900
              MOVE WRK-FS-TARIFAS                TO WRK-STATUS          00047000
              PERFORM 9000-TRATAR-ERRO                                  00047100
           END-IF.                                                      00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1120-99-FIM.                           EXIT.                     00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       1130-TESTAR-WRK-FS-CDBNOVO             SECTION.                  00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
           IF WRK-FS-CDBNOVO NOT EQUAL ZEROS                            00048200
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00048300
              MOVE 'ERRO NO ARQUIVO CDBNOVO'     TO WRK-MENSAGEM        00048400
              MOVE '1130'                        TO WRK-SECAO           00048500
              MOVE WRK-FS-CDBNOVO                TO WRK-STATUS          00048600
              PERFORM 9000-TRATAR-ERRO                                  00048700
           END-IF.                                                      00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1130-99-FIM.                           EXIT.                     00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       1140-TESTAR-WRK-FS-MOVCDB              SECTION.                  00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
           IF WRK-FS-MOVCDB NOT EQUAL ZEROS                             00049800
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00049900
              MOVE 'ERRO NO ARQUIVO MOVCDB'      TO WRK-MENSAGEM        00050000
              MOVE '1140'                        TO WRK-SECAO           00050100
              MOVE WRK-FS-MOVCDB                 TO WRK-STATUS          00050200
              PERFORM 9000-TRATAR-ERRO                                  00050300
           END-IF.                                                      00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1140-99-FIM.                           EXIT.                     00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1150-TESTAR-WRK-FS-RELCDB              SECTION.                  00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
           IF WRK-FS-RELCDB NOT EQUAL ZEROS                             00051400
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00051500
              MOVE 'ERRO NO ARQUIVO RELCDB'      TO WRK-MENSAGEM        00051600
              MOVE '1150'                        TO WRK-SECAO           00051700
              MOVE WRK-FS-RELCDB                 TO WRK-STATUS          00051800
              PERFORM 9000-TRATAR-ERRO                                  00051900
           END-IF.                                                      00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       1150-99-FIM.                           EXIT.                     00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       1160-TESTAR-WRK-FS-GLCDB               SECTION.                  00052700
      *----------------------------------------------------------------*00052800
                                                                        00052900
           IF WRK-FS-GLCDB NOT EQUAL ZEROS                              00053000
              MOVE 'FR05EX61'                    TO WRK-PROGRAMA        00053100
              MOVE 'ERRO NO ARQUIVO GLCDB'       TO WRK-MENSAGEM        00053200
              MOVE '1160'                        TO WRK-SECAO           00053300
              MOVE WRK-FS-GLCDB                  TO WRK-STATUS          00053400
              PERFORM 9000-TRATAR-ERRO                                  00053500
           END-IF.                                                      00053600
                                                                        00053700
      *----------------------------------------------------------------*00053800
       1160-99-FIM.                           EXIT.                     00053900
      *----------------------------------------------------------------*00054000
                                                                        00054100
      ******************************************************************00054200
      *           C A R G A  D A  T A B E L A  D E  I R                *00054300
      ******************************************************************00054400
                                                                        00054500
      *----------------------------------------------------------------*00054600
       1200-CARREGAR-TARIFAS                 SECTION.                   00054700
      *----------------------------------------------------------------*00054800
                                                                        00054900
           MOVE ZEROS                TO WRK-TAB-IR-QTDE                 00055000
                                                                        00055100
           PERFORM 1210-LER-TARIFAS                                     00055200
           PERFORM 1220-GUARDAR-ALIQ-IR                                 00055300
                   UNTIL WRK-FS-TARIFAS EQUAL '10'                      00055400
                                                                        00055500
           CLOSE TARIFAS.                                               00055600
                                                                        00055700
      *----------------------------------------------------------------*00055800
       1200-99-FIM.                           EXIT.                     00055900
      *----------------------------------------------------------------*00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1210-LER-TARIFAS                      SECTION.                   00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
           READ TARIFAS              INTO WRK-TARIFAS                   00056600
           IF WRK-FS-TARIFAS EQUAL '10'                                 00056700
              GO                  TO 1210-99-FIM                        00056800
           END-IF                                                       00056900
           PERFORM 1120-TESTAR-WRK-FS-TARIFAS.                          00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       1210-99-FIM.                           EXIT.                     00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
      *----------------------------------------------------------------*00057600
       1220-GUARDAR-ALIQ-IR                  SECTION.                   00057700
      *----------------------------------------------------------------*00057800
                                                                        00057900
           IF FD-TAR-IR-CDB                                             00058000
              IF WRK-TAB-IR-QTDE GREATER OR EQUAL 10                    00058100
                 MOVE 'FR05EX61'                TO WRK-PROGRAMA         00058200
                 MOVE 'TABELA DE ALIQUOTAS CHEIA'                       00058300
                                                TO WRK-MENSAGEM         00058400
                 MOVE '1220'                    TO WRK-SECAO            00058500
                 MOVE SPACES                    TO WRK-STATUS           00058600
                 PERFORM 9000-TRATAR-ERRO                               00058700
              END-IF                                                    00058800
              ADD 1                  TO WRK-TAB-IR-QTDE                 00058900
              SET WRK-IDX-IR         TO WRK-TAB-IR-QTDE                 00059000
              MOVE FD-TAR-FAIXA-ATE  TO WRK-TAB-IR-ATE                  00059100
                                         (WRK-IDX-IR)                   00059200
              MOVE FD-TAR-VALOR      TO WRK-TAB-IR-ALIQ                 00059300
                                         (WRK-IDX-IR)                   00059400
           END-IF                                                       00059500
                                                                        00059600
           PERFORM 1210-LER-TARIFAS.                                    00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       1220-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       1300-GRAVAR-HEADERS                   SECTION.                   00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
           MOVE SPACES               TO FD-MOV2505                      00060700
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00060800
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00060900
           MOVE 'FR05EX61'           TO FD-MOV2505-H-ORIGEM             00061000
           WRITE FD-MOV2505-HEADER                                      00061100
           PERFORM 1140-TESTAR-WRK-FS-MOVCDB                            00061200
                                                                        00061300
           MOVE SPACES               TO FD-GLMOV                        00061400
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00061500
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00061600
           MOVE 'FR05EX61'           TO FD-GLJ-H-ORIGEM                 00061700
           WRITE FD-GLMOV                                               00061800
           PERFORM 1160-TESTAR-WRK-FS-GLCDB                             00061900
                                                                        00062000
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00062100
           WRITE FD-RELCDB           FROM WRK-CABEC1                    00062200
           PERFORM 1150-TESTAR-WRK-FS-RELCDB                            00062300
           MOVE SPACES               TO FD-RELCDB                       00062400
           WRITE FD-RELCDB                                              00062500
           PERFORM 1150-TESTAR-WRK-FS-RELCDB                            00062600
           WRITE FD-RELCDB           FROM WRK-CABEC2                    00062700
           PERFORM 1150-TESTAR-WRK-FS-RELCDB.                           00062800
                                                                        00062900
      *----------------------------------------------------------------*00063000
       1300-99-FIM.                           EXIT.                     00063100
      *----------------------------------------------------------------*00063200
                                                                        00063300
      ******************************************************************00063400
      *                     L E I T U R A S                            *00063500
      ******************************************************************00063600
                                                                        00063700
      *----------------------------------------------------------------*00063800
       2100-LER-CDBANT                        SECTION.                  00063900
      *----------------------------------------------------------------*00064000
                                                                        00064100
            IF WRK-FS-CDBANT EQUAL '10'                                 00064200
               GO                    TO 2100-99-FIM                     00064300
            END-IF                                                      00064400
                                                                        00064500
            READ CDBANT                                                 00064600
            IF WRK-FS-CDBANT EQUAL '10'                                 00064700
               GO                    TO 2100-99-FIM                     00064800
            END-IF                                                      00064900
            PERFORM 1110-TESTAR-WRK-FS-CDBANT                           00065000
                                                                        00065100
            ADD 1                    TO ACUM-LIDOS-CDBANT.              00065200
                                                                        00065300
      *----------------------------------------------------------------*00065400
       2100-99-FIM.                           EXIT.                     00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
      ******************************************************************00065800
      *                     P R O C E S S A R                          *00065900
      ******************************************************************00066000
                                                                        00066100
      *----------------------------------------------------------------*00066200
      *    DIA NAO UTIL: NAO HA APROPRIACAO NEM LIQUIDACAO, O CADASTRO *00066300
      *    SO E REGRAVADO. CDB LIQUIDADO EM MES ANTERIOR AO DA DATA DE *00066400
      *    MOVIMENTO SAI DO CADASTRO                                   *00066500
      *----------------------------------------------------------------*00066600
       3000-PROCESSAR                        SECTION.                   00066700
      *----------------------------------------------------------------*00066800
                                                                        00066900
            MOVE 'N'                   TO WRK-LIQUIDOU-HOJE             00067000
                                                                        00067100
            IF NOT FD-CDB-EM-CARTEIRA                                   00067200
             AND FD-CDB-DATA-BAIXA (1:6) LESS WRK-DATA-EXEC (1:6)       00067300
               ADD 1                   TO ACUM-EXPURGADOS               00067400
               GO                      TO 3000-90-LER                   00067500
            END-IF                                                      00067600
                                                                        00067700
            IF FD-CDB-EM-CARTEIRA                                       00067800
             AND WRK-DTP-DIA-UTIL-SIM                                   00067900
               PERFORM 3100-APROPRIAR-JUROS                             00068000
               IF FD-CDB-RESGATE-PEDIDO                                 00068100
                OR FD-CDB-DATA-VENCTO NOT GREATER WRK-DATA-EXEC         00068200
                  PERFORM 3200-LIQUIDAR-CDB                             00068300
               END-IF                                                   00068400
            END-IF                                                      00068500
                                                                        00068600
            IF FD-CDB-EM-CARTEIRA                                       00068700
             OR WRK-LIQUIDOU-HOJE-SIM                                   00068800
               PERFORM 3400-LISTAR-CDB                                  00068900
            END-IF                                                      00069000
                                                                        00069100
            PERFORM 3900-GRAVAR-CDBNOVO.                                00069200
                                                                        00069300
       3000-90-LER.                                                     00069400
            PERFORM 2100-LER-CDBANT.                                    00069500
                                                                        00069600
      *----------------------------------------------------------------*00069700
       3000-99-FIM.                           EXIT.                     00069800
      *----------------------------------------------------------------*00069900
                                                                        00070000
      *----------------------------------------------------------------*00070100
      *    JURO DO DIA, CAPITALIZADO: (PRINCIPAL + JUROS APROPRIADOS)  *00070200
      *    X TAXA AO ANO / 100 / 252. O DIA DA APLICACAO NAO RENDE E O *00070300
      *    DO VENCIMENTO RENDE; A DATA DA ULTIMA APROPRIACAO IMPEDE    *00070400
      *    APROPRIAR O MESMO DIA DUAS VEZES                            *00070500
      *----------------------------------------------------------------*00070600
       3100-APROPRIAR-JUROS                   SECTION.                  00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
            IF FD-CDB-DATA-ULT-ACUM NOT LESS WRK-DATA-EXEC              00071000
             OR FD-CDB-DATA-APLICACAO NOT LESS WRK-DATA-EXEC            00071100
             OR FD-CDB-DATA-VENCTO LESS WRK-DATA-EXEC                   00071200
               GO                      TO 3100-99-FIM                   00071300
            END-IF                                                      00071400
                                                                        00071500
            COMPUTE WRK-JURO-DIA ROUNDED =                              00071600
                    (FD-CDB-PRINCIPAL + FD-CDB-JUROS-ACUM)              00071700
                  * FD-CDB-TAXA-ANO / 25200                             00071800
                                                                        00071900
            ADD WRK-JURO-DIA           TO FD-CDB-JUROS-ACUM             00072000
                                          ACUM-JUROS-DIA                00072100
            ADD 1                      TO FD-CDB-DIAS-UTEIS             00072200
                                          ACUM-APROPRIADOS              00072300
            MOVE WRK-DATA-EXEC         TO FD-CDB-DATA-ULT-ACUM.         00072400
                                                                        00072500
      *----------------------------------------------------------------*00072600
       3100-99-FIM.                           EXIT.                     00072700
      *----------------------------------------------------------------*00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
      *    LIQUIDACAO NO VENCIMENTO OU NO RESGATE ANTECIPADO: IR SOBRE *00073100
      *    OS JUROS PELO PRAZO EM DIAS CORRIDOS DESDE A APLICACAO E    *00073200
      *    CREDITO DO LIQUIDO NA CONTA CORRENTE                        *00073300
      *----------------------------------------------------------------*00073400
       3200-LIQUIDAR-CDB                      SECTION.                  00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            MOVE FD-CDB-DATA-APLICACAO TO WRK-DATA-APLIC-N              00073800
            COMPUTE WRK-DIAS-APLICADO =                                 00073900
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)          00074000
                  - FUNCTION INTEGER-OF-DATE (WRK-DATA-APLIC-N)         00074100
                                                                        00074200
            PERFORM 3250-LOCALIZAR-ALIQUOTA                             00074300
                                                                        00074400
            COMPUTE WRK-VALOR-IR ROUNDED =                              00074500
                    FD-CDB-JUROS-ACUM * WRK-ALIQUOTA-IR / 100           00074600
            COMPUTE WRK-VALOR-LIQUIDO =                                 00074700
                    FD-CDB-PRINCIPAL + FD-CDB-JUROS-ACUM                00074800
                  - WRK-VALOR-IR                                        00074900
                                                                        00075000
            MOVE SPACES                TO FD-MOV2505                    00075100
            MOVE FD-CDB-AGENCIA        TO FD-MOV2505-AGENCIA            00075200
            MOVE FD-CDB-CONTA          TO FD-MOV2505-CONTA              00075300
            IF FD-CDB-RESGATE-PEDIDO                                    00075400
               MOVE 'RESG.ANTEC. CDB  '                                 00075500
                                       TO WRK-HR-TEXTO                  00075600
               MOVE 'R'                TO FD-CDB-STATUS                 00075700
            ELSE                                                        00075800
               MOVE 'RESGATE CDB NR   '                                 00075900
                                       TO WRK-HR-TEXTO                  00076000
               MOVE 'V'                TO FD-CDB-STATUS                 00076100
            END-IF                                                      00076200
            MOVE FD-CDB-NUMERO         TO WRK-HR-NUMERO                 00076300
            MOVE WRK-HISTORICO-RESG    TO FD-MOV2505-MOVIMENTO          00076400
            MOVE WRK-VALOR-LIQUIDO     TO FD-MOV2505-VALOR              00076500
            MOVE 'C'                   TO FD-MOV2505-TIPO               00076600
            WRITE FD-MOV2505                                            00076700
            PERFORM 1140-TESTAR-WRK-FS-MOVCDB                           00076800
            ADD 1                      TO ACUM-GERADOS                  00076900
            ADD WRK-VALOR-LIQUIDO      TO ACUM-HASH-GERADO              00077000
                                                                        00077100
            MOVE WRK-DATA-EXEC         TO FD-CDB-DATA-BAIXA             00077200
            MOVE WRK-VALOR-IR          TO FD-CDB-IR-RETIDO              00077300
            MOVE WRK-VALOR-LIQUIDO     TO FD-CDB-VALOR-LIQUIDO          00077400
            MOVE 'S'                   TO WRK-LIQUIDOU-HOJE             00077500
                                                                        00077600
            ADD 1                      TO ACUM-LIQUIDADOS               00077700
            ADD FD-CDB-PRINCIPAL       TO ACUM-BRUTO-LIQUIDADO          00077800
            ADD FD-CDB-JUROS-ACUM      TO ACUM-BRUTO-LIQUIDADO          00077900
            ADD WRK-VALOR-IR           TO ACUM-IR-RETIDO                00078000
            ADD WRK-VALOR-LIQUIDO      TO ACUM-LIQUIDO-CREDITADO.       00078100
                                                                        00078200
      *----------------------------------------------------------------*00078300
       3200-99-FIM.                           EXIT.                     00078400
      *----------------------------------------------------------------*00078500
                                                                        00078600
      *----------------------------------------------------------------*00078700
       3250-LOCALIZAR-ALIQUOTA                SECTION.                  00078800
      *----------------------------------------------------------------*00078900
                                                                        00079000
      *    AS ALIQUOTAS DEVEM ESTAR NA TABELA EM ORDEM CRESCENTE DE    *00079100
      *    PRAZO; VALE A PRIMEIRA FAIXA CUJO LIMITE COMPORTA O PRAZO   *00079200
      *    DA APLICACAO. ACIMA DA ULTIMA FAIXA, VALE A ULTIMA.         *00079300
            MOVE 'N'                   TO WRK-ALIQ-ACHOU                00079400
            SET WRK-IDX-IR             TO 1                             00079500
            SEARCH WRK-TAB-IR                                           00079600
              AT END                                                    00079700
                 SET WRK-IDX-IR        TO WRK-TAB-IR-QTDE               00079800
                 MOVE WRK-TAB-IR-ALIQ (WRK-IDX-IR)                      00079900
                                       TO WRK-ALIQUOTA-IR               00080000
                 MOVE 'S'              TO WRK-ALIQ-ACHOU                00080100
              WHEN WRK-IDX-IR GREATER WRK-TAB-IR-QTDE                   00080200
                 SET WRK-IDX-IR        TO WRK-TAB-IR-QTDE               00080300
                 MOVE WRK-TAB-IR-ALIQ (WRK-IDX-IR)                      00080400
                                       TO WRK-ALIQUOTA-IR               00080500
                 MOVE 'S'              TO WRK-ALIQ-ACHOU                00080600
              WHEN WRK-DIAS-APLICADO NOT GREATER                        00080700
                   WRK-TAB-IR-ATE (WRK-IDX-IR)                          00080800
                 MOVE WRK-TAB-IR-ALIQ (WRK-IDX-IR)                      00080900
                                       TO WRK-ALIQUOTA-IR               00081000
                 MOVE 'S'              TO WRK-ALIQ-ACHOU                00081100
            END-SEARCH.                                                 00081200
                                                                        00081300
      *----------------------------------------------------------------*00081400
       3250-99-FIM.                           EXIT.                     00081500
      *----------------------------------------------------------------*00081600
                                                                        00081700
      *----------------------------------------------------------------*00081800
       3400-LISTAR-CDB                        SECTION.                  00081900
      *----------------------------------------------------------------*00082000
                                                                        00082100
            MOVE FD-CDB-AGENCIA        TO WRK-LC-AGENCIA                00082200
            MOVE FD-CDB-CONTA          TO WRK-LC-CONTA                  00082300
            MOVE FD-CDB-NUMERO         TO WRK-LC-NUMERO                 00082400
            MOVE FD-CDB-PRINCIPAL      TO WRK-LC-PRINCIPAL              00082500
            MOVE FD-CDB-TAXA-ANO       TO WRK-LC-TAXA                   00082600
            MOVE FD-CDB-DATA-APLICACAO TO WRK-LC-APLICACAO              00082700
            MOVE FD-CDB-DATA-VENCTO    TO WRK-LC-VENCTO                 00082800
            MOVE FD-CDB-JUROS-ACUM     TO WRK-LC-JUROS                  00082900
            MOVE FD-CDB-STATUS         TO WRK-LC-STATUS                 00083000
            WRITE FD-RELCDB            FROM WRK-LINCDB                  00083100
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00083200
                                                                        00083300
            IF FD-CDB-EM-CARTEIRA                                       00083400
               ADD 1                   TO ACUM-EM-CARTEIRA              00083500
               ADD FD-CDB-PRINCIPAL    TO ACUM-PRINCIPAL-CARTEIRA       00083600
               ADD FD-CDB-JUROS-ACUM   TO ACUM-JUROS-CARTEIRA           00083700
            END-IF.                                                     00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       3400-99-FIM.                           EXIT.                     00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
      *----------------------------------------------------------------*00084400
       3900-GRAVAR-CDBNOVO                    SECTION.                  00084500
      *----------------------------------------------------------------*00084600
                                                                        00084700
            WRITE FD-CDBNOVO           FROM FD-CDBMST                   00084800
            PERFORM 1130-TESTAR-WRK-FS-CDBNOVO                          00084900
            ADD 1                      TO ACUM-GRAV-CDBNOVO.            00085000
                                                                        00085100
      *----------------------------------------------------------------*00085200
       3900-99-FIM.                           EXIT.                     00085300
      *----------------------------------------------------------------*00085400
                                                                        00085500
      ******************************************************************00085600
      *                     F I N A L I Z A R                          *00085700
      ******************************************************************00085800
                                                                        00085900
      *----------------------------------------------------------------*00086000
       4000-FINALIZAR                        SECTION.                   00086100
      *----------------------------------------------------------------*00086200
                                                                        00086300
            MOVE SPACES               TO FD-MOV2505                     00086400
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00086500
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00086600
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00086700
            WRITE FD-MOV2505                                            00086800
            PERFORM 1140-TESTAR-WRK-FS-MOVCDB                           00086900
                                                                        00087000
            PERFORM 4100-EMITIR-PARTIDAS                                00087100
                                                                        00087200
            MOVE SPACES               TO FD-GLMOV                       00087300
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00087400
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00087500
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00087600
            WRITE FD-GLMOV                                              00087700
            PERFORM 1160-TESTAR-WRK-FS-GLCDB                            00087800
                                                                        00087900
            PERFORM 4300-EMITIR-TOTAIS                                  00088000
                                                                        00088100
            CLOSE CDBNOVO                                               00088200
                  MOVCDB                                                00088300
                  RELCDB                                                00088400
                  GLCDB                                                 00088500
            IF WRK-FS-CDBANT NOT EQUAL '10'                             00088600
               CLOSE CDBANT                                             00088700
            END-IF                                                      00088800
                                                                        00088900
            DISPLAY '*************************************************' 00089000
            DISPLAY '   APROPRIACAO E LIQUIDACAO DE CDB               ' 00089100
            DISPLAY '                                                 ' 00089200
            DISPLAY '  DATA DE MOVIMENTO   :  ' WRK-DATA-EXEC           00089300
            DISPLAY '  DIA UTIL            :  ' WRK-DTP-DIA-UTIL        00089400
            DISPLAY '  LIDOS CDBANT        :  ' ACUM-LIDOS-CDBANT       00089500
            DISPLAY '  GRAVADOS CDBNOVO    :  ' ACUM-GRAV-CDBNOVO       00089600
            DISPLAY '  EXPURGADOS          :  ' ACUM-EXPURGADOS         00089700
            DISPLAY '  JUROS APROPRIADOS   :  ' ACUM-APROPRIADOS        00089800
            DISPLAY '  VALOR APROPRIADO    :  ' ACUM-JUROS-DIA          00089900
            DISPLAY '  LIQUIDADOS          :  ' ACUM-LIQUIDADOS         00090000
            DISPLAY '  VALOR CREDITADO     :  ' ACUM-LIQUIDO-CREDITADO  00090100
            DISPLAY '  IR RETIDO           :  ' ACUM-IR-RETIDO          00090200
            DISPLAY '                                                 ' 00090300
            DISPLAY '*************************************************'.00090400
                                                                        00090500
      *----------------------------------------------------------------*00090600
       4000-99-FIM.                           EXIT.                     00090700
      *----------------------------------------------------------------*00090800
                                                                        00090900
      *----------------------------------------------------------------*00091000
      *    PARTIDAS DO DIA; PARTIDA DE VALOR ZERO NAO E LANCADA        *00091100
      *----------------------------------------------------------------*00091200
       4100-EMITIR-PARTIDAS                  SECTION.                   00091300
      *----------------------------------------------------------------*00091400
                                                                        00091500
            IF ACUM-JUROS-DIA GREATER ZEROS                             00091600
               MOVE WRK-CONTA-DESPESA  TO WRK-CONTA-CTB-DEB             00091700
               MOVE WRK-CONTA-CDB      TO WRK-CONTA-CTB-CRE             00091800
               MOVE ACUM-JUROS-DIA     TO WRK-VALOR-LANC                00091900
               MOVE 'JUROS CDB APROPRIADOS'                             00092000
                                       TO WRK-HISTORICO-LANC            00092100
               PERFORM 4200-GRAVAR-PARTIDA                              00092200
            END-IF                                                      00092300
                                                                        00092400
            IF ACUM-LIQUIDO-CREDITADO GREATER ZEROS                     00092500
               MOVE WRK-CONTA-CDB      TO WRK-CONTA-CTB-DEB             00092600
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-CRE             00092700
               MOVE ACUM-LIQUIDO-CREDITADO                              00092800
                                       TO WRK-VALOR-LANC                00092900
               MOVE 'RESGATES CDB'     TO WRK-HISTORICO-LANC            00093000
               PERFORM 4200-GRAVAR-PARTIDA                              00093100
            END-IF                                                      00093200
                                                                        00093300
            IF ACUM-IR-RETIDO GREATER ZEROS                             00093400
               MOVE WRK-CONTA-CDB      TO WRK-CONTA-CTB-DEB             00093500
               MOVE WRK-CONTA-IR       TO WRK-CONTA-CTB-CRE             00093600
               MOVE ACUM-IR-RETIDO     TO WRK-VALOR-LANC                00093700
               MOVE 'IR RETIDO CDB'    TO WRK-HISTORICO-LANC            00093800
               PERFORM 4200-GRAVAR-PARTIDA                              00093900
            END-IF.                                                     00094000
                                                                        00094100
      *----------------------------------------------------------------*00094200
       4100-99-FIM.                           EXIT.                     00094300
      *----------------------------------------------------------------*00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       4200-GRAVAR-PARTIDA                   SECTION.                   00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
            MOVE SPACES                TO FD-GLMOV                      00095000
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00095100
            MOVE WRK-CONTA-CTB-DEB     TO FD-GLJ-CONTA-CTB              00095200
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00095300
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00095400
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00095500
            WRITE FD-GLMOV                                              00095600
            PERFORM 1160-TESTAR-WRK-FS-GLCDB                            00095700
                                                                        00095800
            MOVE SPACES                TO FD-GLMOV                      00095900
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00096000
            MOVE WRK-CONTA-CTB-CRE     TO FD-GLJ-CONTA-CTB              00096100
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00096200
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00096300
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00096400
            WRITE FD-GLMOV                                              00096500
            PERFORM 1160-TESTAR-WRK-FS-GLCDB                            00096600
                                                                        00096700
            ADD 2                      TO ACUM-LANCAMENTOS              00096800
            ADD WRK-VALOR-LANC         TO ACUM-SOMA-DEBITOS.            00096900
                                                                        00097000
      *----------------------------------------------------------------*00097100
       4200-99-FIM.                           EXIT.                     00097200
      *----------------------------------------------------------------*00097300
                                                                        00097400
      *----------------------------------------------------------------*00097500
       4300-EMITIR-TOTAIS                    SECTION.                   00097600
      *----------------------------------------------------------------*00097700
                                                                        00097800
            MOVE SPACES                TO FD-RELCDB                     00097900
            WRITE FD-RELCDB                                             00098000
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00098100
                                                                        00098200
            MOVE 'CDB EM CARTEIRA'     TO WRK-TQ-TEXTO                  00098300
            MOVE ACUM-EM-CARTEIRA      TO WRK-TQ-QTD                    00098400
            WRITE FD-RELCDB            FROM WRK-TOTQTD                  00098500
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00098600
                                                                        00098700
            MOVE 'PRINCIPAL EM CARTEIRA'                                00098800
                                       TO WRK-TC-TEXTO                  00098900
            MOVE ACUM-PRINCIPAL-CARTEIRA                                00099000
                                       TO WRK-TC-VALOR                  00099100
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00099200
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00099300
                                                                        00099400
            MOVE 'JUROS APROPRIADOS EM CARTEIRA'                        00099500
                                       TO WRK-TC-TEXTO                  00099600
            MOVE ACUM-JUROS-CARTEIRA   TO WRK-TC-VALOR                  00099700
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00099800
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00099900
                                                                        00100000
            MOVE 'JUROS APROPRIADOS NO DIA'                             00100100
                                       TO WRK-TC-TEXTO                  00100200
            MOVE ACUM-JUROS-DIA        TO WRK-TC-VALOR                  00100300
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00100400
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00100500
                                                                        00100600
            MOVE 'CDB LIQUIDADOS NO DIA'                                00100700
                                       TO WRK-TQ-TEXTO                  00100800
            MOVE ACUM-LIQUIDADOS       TO WRK-TQ-QTD                    00100900
            WRITE FD-RELCDB            FROM WRK-TOTQTD                  00101000
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00101100
                                                                        00101200
            MOVE 'VALOR BRUTO LIQUIDADO'                                00101300
                                       TO WRK-TC-TEXTO                  00101400
            MOVE ACUM-BRUTO-LIQUIDADO  TO WRK-TC-VALOR                  00101500
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00101600
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00101700
                                                                        00101800
            MOVE 'IMPOSTO DE RENDA RETIDO'                              00101900
                                       TO WRK-TC-TEXTO                  00102000
            MOVE ACUM-IR-RETIDO        TO WRK-TC-VALOR                  00102100
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00102200
            PERFORM 1150-TESTAR-WRK-FS-RELCDB                           00102300
                                                                        00102400
            MOVE 'VALOR LIQUIDO CREDITADO'                              00102500
                                       TO WRK-TC-TEXTO                  00102600
            MOVE ACUM-LIQUIDO-CREDITADO                                 00102700
                                       TO WRK-TC-VALOR                  00102800
            WRITE FD-RELCDB            FROM WRK-TOTCDB                  00102900
            PERFORM 1150-TESTAR-WRK-FS-RELCDB.                          00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       4300-99-FIM.                           EXIT.                     00103300
      *----------------------------------------------------------------*00103400
                                                                        00103500
      ******************************************************************00103600
      *                   T R A T A R  E R R O                         *00103700
      ******************************************************************00103800
                                                                        00103900
       9000-TRATAR-ERRO                     SECTION.                    00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
                  MOVE 'F'                TO WRK-SEVERIDADE             00104300
                  CALL 'GRAVALOG'         USING WRK-LOG                 00104400
                  MOVE 16                 TO RETURN-CODE                00104500
                  GOBACK.                                               00104600
                                                                        00104700
      *----------------------------------------------------------------*00104800
       9000-99-FIM.                           EXIT.                     00104900
      *----------------------------------------------------------------*00105000
