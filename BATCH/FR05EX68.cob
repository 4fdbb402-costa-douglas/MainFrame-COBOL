      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX68.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX68                                       *00002000
      *    TIPO.......: ATENDIMENTO DA FILA DE PENDENCIAS (BACKORDER)  *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : ATENDER A FILA DE PENDENCIAS (BACKORD, BOOK      *00002800
      *               B#BACKOR) DEPOIS DA ENTRADA DE MERCADORIA        *00002900
      *               (FR05EX07): AS REQUISICOES QUE O FR05EX30 NAO    *00003000
      *               PODE ATENDER POR FALTA DE ESTOQUE SAO CASADAS    *00003100
      *               COM O ARQPECAS POR PECA + DEPOSITO E ATENDIDAS   *00003200
      *               DA MAIS ANTIGA PARA A MAIS NOVA (A FILA VEM      *00003300
      *               CLASSIFICADA POR PECA, DEPOSITO, DATA E          *00003400
      *               PRIORIDADE), SO COM O SALDO LIVRE DE RESERVAS    *00003500
      *               (FR05EX67). O ATENDIMENTO PODE SER PARCIAL: O    *00003600
      *               QUE FALTA FICA NA FILA. CADA ATENDIMENTO BAIXA   *00003700
      *               O ESTOQUE E LANCA O MOVIMENTO 'S' NO KARDEX.     *00003800
      *               A FILA REGRAVADA (BACKNOVO) TEM SO O SALDO AINDA *00003900
      *               PENDENTE, E O RELBKO LISTA ESSAS PENDENCIAS POR  *00004000
      *               DEPARTAMENTO E PECA COM OS DIAS DE ESPERA.       *00004100
      *----------------------------------------------------------------*00004200
      *    ARQUIVOS :                                                  *00004300
      *    DDNAME          I/O                                         *00004400
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00004500
      *    JCLBACKO         I    FILA DE PENDENCIAS (POR PECA+DEPOSITO *00004600
      *                          +DATA+PRIORIDADE)                     *00004700
      *    JCLRESER         I    RESERVAS DE ESTOQUE (OPCIONAL)        *00004800
      *    JCLPECSN         O    ESTOQUE REGRAVADO                     *00004900
      *    JCLBACKN         O    FILA DE PENDENCIAS REGRAVADA          *00005000
      *    JCLRELBK         O    PENDENCIAS EM ABERTO POR IDADE        *00005100
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00005200
      *----------------------------------------------------------------*00005300
      *    BOOKS    :    B#ARQE, B#BACKOR, B#RESERV, B#KARDEX,         *00005400
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00005500
      *----------------------------------------------------------------*00005600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005700
      *                  GRAVAKDX - LIVRO DE MOVIMENTACAO (KARDEX)     *00005800
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005900
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006000
      *----------------------------------------------------------------*00006100
      *    PARAMETROS (VIA SYSIN):                                     *00006200
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006300
      *----------------------------------------------------------------*00006400
      *    HISTORICO DE ALTERACOES:                                    *00006500
      *      DATA        RESP.    DESCRICAO                            *00006600
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006700
      ******************************************************************00006800
      *================================================================*00006900
                                                                        00007000
      *================================================================*00007100
       ENVIRONMENT                                DIVISION.             00007200
      *================================================================*00007300
                                                                        00007400
      *----------------------------------------------------------------*00007500
       CONFIGURATION                              SECTION.              00007600
      *----------------------------------------------------------------*00007700
                                                                        00007800
       SPECIAL-NAMES.                                                   00007900
           DECIMAL-POINT IS COMMA.                                      00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       INPUT-OUTPUT                               SECTION.              00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       FILE-CONTROL.                                                    00008600
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00008700
                    FILE STATUS     IS WRK-FS-PECAS.                    00008800
                                                                        00008900
             SELECT BACKORD   ASSIGN     TO JCLBACKO                    00009000
                    FILE STATUS     IS WRK-FS-BACKORD.                  00009100
                                                                        00009200
             SELECT RESERVAS  ASSIGN     TO JCLRESER                    00009300
                    FILE STATUS     IS WRK-FS-RESERVAS.                 00009400
                                                                        00009500
             SELECT PECASNOV  ASSIGN     TO JCLPECSN                    00009600
                    FILE STATUS     IS WRK-FS-PECASNOV.                 00009700
                                                                        00009800
             SELECT BACKNOVO  ASSIGN     TO JCLBACKN                    00009900
                    FILE STATUS     IS WRK-FS-BACKNOVO.                 00010000
                                                                        00010100
             SELECT RELBKO    ASSIGN     TO JCLRELBK                    00010200
                    FILE STATUS     IS WRK-FS-RELBKO.                   00010300
                                                                        00010400
             SELECT WRK-SORTBKO ASSIGN   TO JCLSORT.                    00010500
                                                                        00010600
      *================================================================*00010700
       DATA                                      DIVISION.              00010800
      *================================================================*00010900
                                                                        00011000
      *----------------------------------------------------------------*00011100
       FILE                                      SECTION.               00011200
      *----------------------------------------------------------------*00011300
                                                                        00011400
      *----------------------------------------------------------------*00011500
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00011600
      *----------------------------------------------------------------*00011700
                                                                        00011800
       FD ARQPECAS                                                      00011900
           RECORDING MODE IS F                                          00012000
           BLOCK CONTAINS 0 RECORDS.                                    00012100
       01 FD-PECAS          PIC X(050).                                 00012200
                                                                        00012300
      *----------------------------------------------------------------*00012400
      *  INPUT - FILA DE PENDENCIAS (BACKORD) - LRECL = 060.           *00012500
      *----------------------------------------------------------------*00012600
                                                                        00012700
       FD BACKORD                                                       00012800
           RECORDING MODE IS F                                          00012900
           BLOCK CONTAINS 0 RECORDS.                                    00013000
       01 FD-BACKORD        PIC X(060).                                 00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
      *  INPUT - RESERVAS DE ESTOQUE (RESERVAS) - LRECL = 060.         *00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       FD RESERVAS                                                      00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
       01 FD-RESERVAS       PIC X(060).                                 00014000
                                                                        00014100
      *----------------------------------------------------------------*00014200
      *  OUTPUT - ESTOQUE REGRAVADO (PECASNOV) - LRECL = 050.          *00014300
      *----------------------------------------------------------------*00014400
                                                                        00014500
       FD PECASNOV                                                      00014600
           RECORDING MODE IS F                                          00014700
           BLOCK CONTAINS 0 RECORDS.                                    00014800
       01 FD-PECASNOV       PIC X(050).                                 00014900
                                                                        00015000
      *----------------------------------------------------------------*00015100
      *  OUTPUT - FILA DE PENDENCIAS REGRAVADA (BACKNOVO) - LRECL = 060*00015200
      *----------------------------------------------------------------*00015300
                                                                        00015400
       FD BACKNOVO                                                      00015500
           RECORDING MODE IS F                                          00015600
           BLOCK CONTAINS 0 RECORDS.                                    00015700
       01 FD-BACKNOVO       PIC X(060).                                 00015800
                                                                        00015900
      *----------------------------------------------------------------*00016000
      *  OUTPUT - PENDENCIAS EM ABERTO POR IDADE (RELBKO) - LRECL = 080*00016100
      *----------------------------------------------------------------*00016200
                                                                        00016300
       FD RELBKO                                                        00016400
           RECORDING MODE IS F                                          00016500
           BLOCK CONTAINS 0 RECORDS.                                    00016600
       01 FD-RELBKO         PIC X(080).                                 00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *    WORK - PENDENCIAS EM ABERTO EM ORDEM DE DEPARTAMENTO + PECA *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       SD WRK-SORTBKO.                                                  00017300
       01 SD-SORTBKO.                                                   00017400
          05 SD-BKO-DEPTO             PIC X(10).                        00017500
          05 SD-BKO-COD-PECA          PIC X(06).                        00017600
          05 SD-BKO-DEPOSITO          PIC X(02).                        00017700
          05 SD-BKO-DATA              PIC X(08).                        00017800
          05 SD-BKO-PRIORIDADE        PIC X(01).                        00017900
          05 SD-BKO-DATA-REQ          PIC X(08).                        00018000
          05 SD-BKO-QUANT             PIC 9(05).                        00018100
          05 SD-BKO-QUANT-ORIG        PIC 9(05).                        00018200
          05 SD-BKO-DIAS              PIC 9(05).                        00018300
                                                                        00018400
      *----------------------------------------------------------------*00018500
       WORKING-STORAGE                            SECTION.              00018600
      *----------------------------------------------------------------*00018700
      *----------------------------------------------------------------*00018800
       01 FILLER                         PIC X(050)       VALUE         00018900
                   '*** INICIO DA WORKING FR05EX68 ***'.                00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00019300
       77 WRK-FS-BACKORD                 PIC X(002) VALUE ZEROS.        00019400
       77 WRK-FS-RESERVAS                PIC X(002) VALUE ZEROS.        00019500
       77 WRK-FS-PECASNOV                PIC X(002) VALUE SPACES.       00019600
       77 WRK-FS-BACKNOVO                PIC X(002) VALUE SPACES.       00019700
       77 WRK-FS-RELBKO                  PIC X(002) VALUE SPACES.       00019800
                                                                        00019900
      *----------------------------------------------------------------*00020000
       01 FILLER                         PIC X(050)       VALUE         00020100
                     '*** AREA DA ACUMULADORES ***'.                    00020200
      *----------------------------------------------------------------*00020300
                                                                        00020400
       77 ACUM-LIDOS-PECAS               PIC 9(005) VALUE ZEROS.        00020500
       77 ACUM-LIDAS-PENDENCIAS          PIC 9(005) VALUE ZEROS.        00020600
       77 ACUM-ATENDIDAS                 PIC 9(005) VALUE ZEROS.        00020700
       77 ACUM-PARCIAIS                  PIC 9(005) VALUE ZEROS.        00020800
       77 ACUM-QUANT-ATENDIDA            PIC 9(007) VALUE ZEROS.        00020900
       77 ACUM-SEM-PECA                  PIC 9(005) VALUE ZEROS.        00021000
       77 ACUM-DESCARTADAS               PIC 9(005) VALUE ZEROS.        00021100
       77 ACUM-GRAV-PECASNOV             PIC 9(005) VALUE ZEROS.        00021200
       77 ACUM-GRAV-BACKNOVO             PIC 9(005) VALUE ZEROS.        00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
       01 FILLER                         PIC X(050)       VALUE         00021600
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00021700
      *----------------------------------------------------------------*00021800
                                                                        00021900
       77 WRK-TEM-BACKORD                PIC X(001) VALUE 'N'.          00022000
           88 WRK-TEM-BACKORD-SIM                   VALUE 'S'.          00022100
       77 WRK-TEM-RESERVAS               PIC X(001) VALUE 'N'.          00022200
           88 WRK-TEM-RESERVAS-SIM                  VALUE 'S'.          00022300
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00022400
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00022500
       77 WRK-QTD-RESERVADA              PIC 9(007) VALUE ZEROS.        00022600
       77 WRK-QTD-LIVRE                  PIC S9(007) VALUE ZEROS.       00022700
       77 WRK-QTD-ATENDER                PIC 9(005) VALUE ZEROS.        00022800
       77 WRK-DIAS-ESPERA                PIC 9(005) VALUE ZEROS.        00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
      *    CHAVES COMPOSTAS (PECA+DEPOSITO) DO CASAMENTO               *00023200
      *----------------------------------------------------------------*00023300
       01 WRK-CHV-PECA.                                                 00023400
          05 WRK-CHVP-COD             PIC X(06).                        00023500
          05 WRK-CHVP-DEP             PIC X(02).                        00023600
       01 WRK-CHV-BKO                 PIC X(08) VALUE SPACES.           00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
      *    RESERVAS ABERTAS (FR05EX67): SO PECA+DEPOSITO E SALDO       *00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       01 WRK-TAB-RESERVAS.                                             00024300
          05 WRK-TAB-RES                 OCCURS 500 TIMES               00024400
                                          INDEXED BY WRK-IDX-RES.       00024500
             10 WRK-TAB-RES-CHAVE        PIC X(08).                     00024600
             10 WRK-TAB-RES-QUANT        PIC 9(05).                     00024700
                                                                        00024800
       77 WRK-TAB-RES-QTDE               PIC 9(003) VALUE ZEROS.        00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    QUEBRA E TOTAIS DO RELATORIO                                *00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
       77 WRK-QUEBRA-DEPTO               PIC X(010) VALUE SPACES.       00025500
       77 WRK-SUB-PENDENCIAS             PIC 9(005) VALUE ZEROS.        00025600
       77 WRK-SUB-QUANT                  PIC 9(007) VALUE ZEROS.        00025700
       77 WRK-SUB-MAIOR-ESPERA           PIC 9(005) VALUE ZEROS.        00025800
       77 WRK-TOT-DEPTOS                 PIC 9(005) VALUE ZEROS.        00025900
       77 WRK-TOT-PENDENCIAS             PIC 9(005) VALUE ZEROS.        00026000
       77 WRK-TOT-QUANT                  PIC 9(007) VALUE ZEROS.        00026100
                                                                        00026200
      *----------------------------------------------------------------*00026300
      *    LINHAS DO RELATORIO DE PENDENCIAS                           *00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
       01 WRK-CABEC1.                                                   00026700
          05 FILLER               PIC X(046) VALUE                      00026800
             'FR05EX68 - PENDENCIAS EM ABERTO POR IDADE     '.          00026900
          05 FILLER               PIC X(012) VALUE '   MOVIMENTO'.      00027000
          05 FILLER               PIC X(001) VALUE SPACES.              00027100
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00027200
          05 FILLER               PIC X(013) VALUE SPACES.              00027300
                                                                        00027400
       01 WRK-CABEC2.                                                   00027500
          05 FILLER               PIC X(034) VALUE                      00027600
             'DEPTO      PECA   DP PRI ENTRADA  '.                      00027700
          05 FILLER               PIC X(046) VALUE                      00027800
             'REQUISIC  PENDENTE  ORIGINAL    DIAS'.                    00027900
                                                                        00028000
       01 WRK-LINPEN.                                                   00028100
          05 WRK-LP-DEPTO         PIC X(010).                           00028200
          05 FILLER               PIC X(001) VALUE SPACES.              00028300
          05 WRK-LP-PECA          PIC X(006).                           00028400
          05 FILLER               PIC X(001) VALUE SPACES.              00028500
          05 WRK-LP-DEPOSITO      PIC X(002).                           00028600
          05 FILLER               PIC X(002) VALUE SPACES.              00028700
          05 WRK-LP-PRIORIDADE    PIC X(001).                           00028800
          05 FILLER               PIC X(002) VALUE SPACES.              00028900
          05 WRK-LP-DATA          PIC X(008).                           00029000
          05 FILLER               PIC X(001) VALUE SPACES.              00029100
          05 WRK-LP-DATA-REQ      PIC X(008).                           00029200
          05 FILLER               PIC X(004) VALUE SPACES.              00029300
          05 WRK-LP-QUANT         PIC ZZ.ZZ9.                           00029400
          05 FILLER               PIC X(004) VALUE SPACES.              00029500
          05 WRK-LP-QUANT-ORIG    PIC ZZ.ZZ9.                           00029600
          05 FILLER               PIC X(002) VALUE SPACES.              00029700
          05 WRK-LP-DIAS          PIC ZZ.ZZ9.                           00029800
          05 FILLER               PIC X(010) VALUE SPACES.              00029900
                                                                        00030000
       01 WRK-LINSUB.                                                   00030100
          05 FILLER               PIC X(012) VALUE 'TOTAL DEPTO '.      00030200
          05 WRK-LS-DEPTO         PIC X(010).                           00030300
          05 FILLER               PIC X(002) VALUE SPACES.              00030400
          05 WRK-LS-PENDENCIAS    PIC ZZ.ZZ9.                           00030500
          05 FILLER               PIC X(006) VALUE ' PEND '.            00030600
          05 WRK-LS-QUANT         PIC Z.ZZZ.ZZ9.                        00030700
          05 FILLER               PIC X(014) VALUE ' MAIOR ESPERA '.    00030800
          05 WRK-LS-MAIOR-ESPERA  PIC ZZ.ZZ9.                           00030900
          05 FILLER               PIC X(005) VALUE ' DIAS'.             00031000
          05 FILLER               PIC X(010) VALUE SPACES.              00031100
                                                                        00031200
       01 WRK-LINTOT.                                                   00031300
          05 WRK-LT-TEXTO         PIC X(030).                           00031400
          05 WRK-LT-QTD           PIC Z.ZZZ.ZZ9.                        00031500
          05 FILLER               PIC X(041) VALUE SPACES.              00031600
                                                                        00031700
      *----------------------------------------------------------------*00031800
       01 FILLER                         PIC X(050)       VALUE         00031900
                     '*** AREA DA BOOK DO ESTOQUE ***'.                 00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
       COPY 'B#ARQE'.                                                   00032300
                                                                        00032400
       COPY 'B#BACKOR'.                                                 00032500
                                                                        00032600
       COPY 'B#RESERV'.                                                 00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
       01 FILLER                         PIC X(050)       VALUE         00033000
                    '*** AREA DA BOOK GRAVAKDX ***'.                    00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
       COPY 'B#KARDEX'.                                                 00033400
                                                                        00033500
      *----------------------------------------------------------------*00033600
       01 FILLER                         PIC X(050)       VALUE         00033700
                    '*** AREA DA BOOK GRAVALOG ***'.                    00033800
      *----------------------------------------------------------------*00033900
                                                                        00034000
                           COPY 'B#GRALOG'.                             00034100
                                                                        00034200
      ******************************************************************00034300
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00034400
      ******************************************************************00034500
                                                                        00034600
       COPY 'B#RUNCTL'.                                                 00034700
                                                                        00034800
       COPY 'B#DATPRC'.                                                 00034900
                                                                        00035000
       01 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00035100
       01 WRK-DATA-EXEC-N REDEFINES WRK-DATA-EXEC                       00035200
                                  PIC 9(008).                           00035300
                                                                        00035400
      *================================================================*00035500
       PROCEDURE                                 DIVISION.              00035600
      *================================================================*00035700
                                                                        00035800
      ******************************************************************00035900
      *              P R O G R A M A  P R I N C I P A L                *00036000
      ******************************************************************00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       0000-PRINCIPAL                            SECTION.               00036400
      *----------------------------------------------------------------*00036500
                                                                        00036600
            PERFORM 1000-INICIAR                                        00036700
                                                                        00036800
            SORT WRK-SORTBKO                                            00036900
                 ON ASCENDING KEY SD-BKO-DEPTO                          00037000
                                  SD-BKO-COD-PECA                       00037100
                                  SD-BKO-DATA                           00037200
                                  SD-BKO-PRIORIDADE                     00037300
                 INPUT PROCEDURE  2000-ATENDER-PENDENCIAS               00037400
                 OUTPUT PROCEDURE 5000-EMITIR-RELATORIO                 00037500
                                                                        00037600
            PERFORM 4000-FINALIZAR                                      00037700
                                                                        00037800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00037900
            MOVE ACUM-LIDAS-PENDENCIAS                                  00038000
                                      TO WRK-RUN-LIDOS                  00038100
            COMPUTE WRK-RUN-GRAVADOS = ACUM-ATENDIDAS + ACUM-PARCIAIS   00038200
            MOVE ZEROS                TO WRK-RUN-RC                     00038300
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00038400
                                                                        00038500
            STOP RUN.                                                   00038600
                                                                        00038700
      *----------------------------------------------------------------*00038800
       0000-99-FIM.                           EXIT.                     00038900
      *----------------------------------------------------------------*00039000
                                                                        00039100
      ******************************************************************00039200
      *                       I N I C I A R                            *00039300
      ******************************************************************00039400
                                                                        00039500
      *----------------------------------------------------------------*00039600
       1000-INICIAR                           SECTION.                  00039700
      *----------------------------------------------------------------*00039800
                                                                        00039900
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00040000
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00040100
           CALL 'LERDATAP'            USING WRK-DATPRC                  00040200
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00040300
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00040400
           MOVE 'FR05EX68'            TO WRK-RUN-PROGRAMA               00040500
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00040600
           MOVE ZEROS                 TO WRK-RUN-RC                     00040700
                                         WRK-RUN-LIDOS                  00040800
                                         WRK-RUN-GRAVADOS               00040900
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00041000
                                                                        00041100
           IF WRK-RUN-DATA-JA-FEITA                                     00041200
              MOVE 'A'                TO WRK-SEVERIDADE                 00041300
              MOVE 'FR05EX68'         TO WRK-PROGRAMA                   00041400
              MOVE '1000  '           TO WRK-SECAO                      00041500
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00041600
                                      TO WRK-MENSAGEM                   00041700
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00041800
              CALL 'GRAVALOG'         USING WRK-LOG                     00041900
              MOVE 08                 TO RETURN-CODE                    00042000
              GOBACK                                                    00042100
           END-IF                                                       00042200
                                                                        00042300
           PERFORM 1200-CARREGAR-RESERVAS                               00042400
                                                                        00042500
           OPEN INPUT  ARQPECAS                                         00042600
                OUTPUT PECASNOV                                         00042700
                OUTPUT BACKNOVO                                         00042800
                OUTPUT RELBKO                                           00042900
                                                                        00043000
      *    SEM FILA DE PENDENCIAS, O ESTOQUE PASSA DIRETO              *00043100
           OPEN INPUT BACKORD                                           00043200
           IF WRK-FS-BACKORD EQUAL '35'                                 00043300
              MOVE '10'               TO WRK-FS-BACKORD                 00043400
           ELSE                                                         00043500
              MOVE 'S'                TO WRK-TEM-BACKORD                00043600
           END-IF                                                       00043700
                                                                        00043800
           PERFORM 1100-TESTAR-STATUS                                   00043900
                                                                        00044000
           MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                    00044100
           WRITE FD-RELBKO            FROM WRK-CABEC1                   00044200
           MOVE SPACES                TO FD-RELBKO                      00044300
           WRITE FD-RELBKO                                              00044400
           WRITE FD-RELBKO            FROM WRK-CABEC2                   00044500
           PERFORM 1100-TESTAR-STATUS.                                  00044600
                                                                        00044700
      *----------------------------------------------------------------*00044800
       1000-99-FIM.                            EXIT.                    00044900
      *----------------------------------------------------------------*00045000
                                                                        00045100
      *----------------------------------------------------------------*00045200
       1100-TESTAR-STATUS                    SECTION.                   00045300
      *----------------------------------------------------------------*00045400
                                                                        00045500
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00045600
            AND WRK-FS-PECAS NOT EQUAL '10'                             00045700
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00045800
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00045900
              PERFORM 9000-TRATAR-ERRO                                  00046000
           END-IF                                                       00046100
                                                                        00046200
           IF WRK-FS-BACKORD NOT EQUAL ZEROS                            00046300
            AND WRK-FS-BACKORD NOT EQUAL '10'                           00046400
              MOVE 'ERRO NO ARQUIVO BACKORD'     TO WRK-MENSAGEM        00046500
              MOVE WRK-FS-BACKORD                TO WRK-STATUS          00046600
              PERFORM 9000-TRATAR-ERRO                                  00046700
           END-IF                                                       00046800
                                                                        00046900
           IF WRK-FS-RESERVAS NOT EQUAL ZEROS                           00047000
            AND WRK-FS-RESERVAS NOT EQUAL '10'                          00047100
              MOVE 'ERRO NO ARQUIVO RESERVAS'    TO WRK-MENSAGEM        00047200
              MOVE WRK-FS-RESERVAS               TO WRK-STATUS          00047300
              PERFORM 9000-TRATAR-ERRO                                  00047400
           END-IF                                                       00047500
                                                                        00047600
           IF WRK-FS-PECASNOV NOT EQUAL ZEROS                           00047700
              MOVE 'ERRO NO ARQUIVO PECASNOV'    TO WRK-MENSAGEM        00047800
              MOVE WRK-FS-PECASNOV               TO WRK-STATUS          00047900
              PERFORM 9000-TRATAR-ERRO                                  00048000
           END-IF                                                       00048100
                                                                        00048200
           IF WRK-FS-BACKNOVO NOT EQUAL ZEROS                           00048300
              MOVE 'ERRO NO ARQUIVO BACKNOVO'    TO WRK-MENSAGEM        00048400
              MOVE WRK-FS-BACKNOVO               TO WRK-STATUS          00048500
              PERFORM 9000-TRATAR-ERRO                                  00048600
           END-IF                                                       00048700
                                                                        00048800
           IF WRK-FS-RELBKO NOT EQUAL ZEROS                             00048900
              MOVE 'ERRO NO ARQUIVO RELBKO'      TO WRK-MENSAGEM        00049000
              MOVE WRK-FS-RELBKO                 TO WRK-STATUS          00049100
              PERFORM 9000-TRATAR-ERRO                                  00049200
           END-IF.                                                      00049300
                                                                        00049400
      *----------------------------------------------------------------*00049500
       1100-99-FIM.                            EXIT.                    00049600
      *----------------------------------------------------------------*00049700
                                                                        00049800
      ******************************************************************00049900
      *           C A R R E G A R   R E S E R V A S                    *00050000
      ******************************************************************00050100
                                                                        00050200
      *----------------------------------------------------------------*00050300
       1200-CARREGAR-RESERVAS                  SECTION.                 00050400
      *----------------------------------------------------------------*00050500
                                                                        00050600
      *    SEM ARQUIVO DE RESERVAS, TODO O ESTOQUE E LIVRE             *00050700
           OPEN INPUT RESERVAS                                          00050800
           IF WRK-FS-RESERVAS EQUAL '35'                                00050900
              MOVE '10'               TO WRK-FS-RESERVAS                00051000
              GO                  TO 1200-99-FIM                        00051100
           END-IF                                                       00051200
                                                                        00051300
           PERFORM 1100-TESTAR-STATUS                                   00051400
           MOVE 'S'                   TO WRK-TEM-RESERVAS               00051500
                                                                        00051600
           PERFORM 1210-GUARDAR-RESERVA                                 00051700
                   UNTIL WRK-FS-RESERVAS EQUAL '10'                     00051800
                                                                        00051900
           CLOSE RESERVAS.                                              00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       1200-99-FIM.                            EXIT.                    00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       1210-GUARDAR-RESERVA                    SECTION.                 00052700
      *----------------------------------------------------------------*00052800
                                                                        00052900
           READ RESERVAS              INTO WRK-RESERVA                  00053000
                                                                        00053100
           IF WRK-FS-RESERVAS EQUAL '10'                                00053200
              GO                  TO 1210-99-FIM                        00053300
           END-IF                                                       00053400
                                                                        00053500
           PERFORM 1100-TESTAR-STATUS                                   00053600
                                                                        00053700
      *    SO A RESERVA ABERTA COM SALDO PROTEGE O ESTOQUE             *00053800
           IF NOT FD-RES-ABERTA                                         00053900
            OR FD-RES-QUANT EQUAL ZEROS                                 00054000
              GO                  TO 1210-99-FIM                        00054100
           END-IF                                                       00054200
                                                                        00054300
           IF WRK-TAB-RES-QTDE GREATER OR EQUAL 500                     00054400
              MOVE 'TABELA DE RESERVAS CHEIA'    TO WRK-MENSAGEM        00054500
              MOVE '1210  '                      TO WRK-SECAO           00054600
              MOVE SPACES                        TO WRK-STATUS          00054700
              PERFORM 9000-TRATAR-ERRO                                  00054800
           END-IF                                                       00054900
                                                                        00055000
           ADD 1                      TO WRK-TAB-RES-QTDE               00055100
           SET WRK-IDX-RES            TO WRK-TAB-RES-QTDE               00055200
           MOVE FD-RES-COD-PECA       TO WRK-TAB-RES-CHAVE              00055300
                                         (WRK-IDX-RES) (1:6)            00055400
           MOVE FD-RES-DEPOSITO       TO WRK-TAB-RES-CHAVE              00055500
                                         (WRK-IDX-RES) (7:2)            00055600
           MOVE FD-RES-QUANT          TO WRK-TAB-RES-QUANT              00055700
                                         (WRK-IDX-RES).                 00055800
                                                                        00055900
      *----------------------------------------------------------------*00056000
       1210-99-FIM.                            EXIT.                    00056100
      *----------------------------------------------------------------*00056200
                                                                        00056300
      ******************************************************************00056400
      *   A T E N D E R   P E N D E N C I A S  (ENTRADA DO SORT)       *00056500
      ******************************************************************00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       2000-ATENDER-PENDENCIAS               SECTION.                   00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
            PERFORM 2100-LER-PECAS                                      00057200
                                                                        00057300
            IF WRK-TEM-BACKORD-SIM                                      00057400
               PERFORM 2200-LER-BACKORD                                 00057500
            ELSE                                                        00057600
               MOVE HIGH-VALUES        TO WRK-CHV-BKO                   00057700
            END-IF                                                      00057800
                                                                        00057900
            PERFORM 3000-PROCESSAR                                      00058000
                    UNTIL WRK-CHV-PECA EQUAL HIGH-VALUES                00058100
                    AND   WRK-CHV-BKO  EQUAL HIGH-VALUES.               00058200
                                                                        00058300
      *----------------------------------------------------------------*00058400
       2000-99-FIM.                           EXIT.                     00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
      ******************************************************************00058800
      *                     L E I T U R A S                            *00058900
      ******************************************************************00059000
                                                                        00059100
      *----------------------------------------------------------------*00059200
       2100-LER-PECAS                          SECTION.                 00059300
      *----------------------------------------------------------------*00059400
                                                                        00059500
            READ ARQPECAS              INTO WRK-ARQPECAS                00059600
                                                                        00059700
            IF WRK-FS-PECAS EQUAL '10'                                  00059800
               MOVE HIGH-VALUES        TO WRK-CHV-PECA                  00059900
               GO                      TO 2100-99-FIM                   00060000
            END-IF                                                      00060100
                                                                        00060200
            PERFORM 1100-TESTAR-STATUS                                  00060300
            ADD 1                      TO ACUM-LIDOS-PECAS              00060400
            MOVE FD-COD-PECA           TO WRK-CHVP-COD                  00060500
            MOVE FD-DEPOSITO-PECA      TO WRK-CHVP-DEP.                 00060600
                                                                        00060700
      *----------------------------------------------------------------*00060800
       2100-99-FIM.                         EXIT.                       00060900
      *----------------------------------------------------------------*00061000
                                                                        00061100
      *----------------------------------------------------------------*00061200
       2200-LER-BACKORD                        SECTION.                 00061300
      *----------------------------------------------------------------*00061400
                                                                        00061500
            READ BACKORD               INTO WRK-BACKORDER               00061600
                                                                        00061700
            IF WRK-FS-BACKORD EQUAL '10'                                00061800
               MOVE HIGH-VALUES        TO WRK-CHV-BKO                   00061900
               GO                      TO 2200-99-FIM                   00062000
            END-IF                                                      00062100
                                                                        00062200
            PERFORM 1100-TESTAR-STATUS                                  00062300
            ADD 1                      TO ACUM-LIDAS-PENDENCIAS         00062400
            MOVE FD-BKO-CHAVE          TO WRK-CHV-BKO.                  00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       2200-99-FIM.                         EXIT.                       00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
      ******************************************************************00063100
      *                   P R O C E S S A R                            *00063200
      ******************************************************************00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       3000-PROCESSAR                        SECTION.                   00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
            EVALUATE TRUE                                               00063900
              WHEN WRK-CHV-BKO           EQUAL WRK-CHV-PECA             00064000
               PERFORM 3100-ATENDER-PENDENCIA                           00064100
               PERFORM 2200-LER-BACKORD                                 00064200
              WHEN WRK-CHV-PECA          LESS WRK-CHV-BKO               00064300
               PERFORM 3900-GRAVAR-PECA                                 00064400
               PERFORM 2100-LER-PECAS                                   00064500
              WHEN OTHER                                                00064600
      *        PECA/DEPOSITO FORA DO ARQPECAS: A PENDENCIA ESPERA      *00064700
               ADD 1                   TO ACUM-SEM-PECA                 00064800
               PERFORM 3700-MANTER-PENDENCIA                            00064900
               PERFORM 2200-LER-BACKORD                                 00065000
            END-EVALUATE.                                               00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       3000-99-FIM.                           EXIT.                     00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       3100-ATENDER-PENDENCIA                 SECTION.                  00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
            IF FD-BKO-QUANT NOT NUMERIC                                 00066100
             OR FD-BKO-QUANT EQUAL ZEROS                                00066200
               ADD 1                   TO ACUM-DESCARTADAS              00066300
               MOVE 'A'                TO WRK-SEVERIDADE                00066400
               MOVE 'FR05EX68'         TO WRK-PROGRAMA                  00066500
               MOVE '3100  '           TO WRK-SECAO                     00066600
               MOVE 'PENDENCIA COM QUANTIDADE INVALIDA'                 00066700
                                       TO WRK-MENSAGEM                  00066800
               MOVE FD-BKO-COD-PECA    TO WRK-STATUS                    00066900
               CALL 'GRAVALOG'         USING WRK-LOG                    00067000
               GO                  TO 3100-99-FIM                       00067100
            END-IF                                                      00067200
                                                                        00067300
      *     SO O SALDO LIVRE DE RESERVAS ATENDE A FILA; A MAIS ANTIGA  *00067400
      *     LEVA O QUE HOUVER E O RESTO CONTINUA PENDENTE              *00067500
            PERFORM 3150-APURAR-LIVRE                                   00067600
                                                                        00067700
            IF WRK-QTD-LIVRE NOT GREATER ZEROS                          00067800
               PERFORM 3700-MANTER-PENDENCIA                            00067900
               GO                  TO 3100-99-FIM                       00068000
            END-IF                                                      00068100
                                                                        00068200
            IF WRK-QTD-LIVRE LESS FD-BKO-QUANT                          00068300
               MOVE WRK-QTD-LIVRE      TO WRK-QTD-ATENDER               00068400
            ELSE                                                        00068500
               MOVE FD-BKO-QUANT       TO WRK-QTD-ATENDER               00068600
            END-IF                                                      00068700
                                                                        00068800
            SUBTRACT WRK-QTD-ATENDER   FROM FD-QUANT-PECA               00068900
            SUBTRACT WRK-QTD-ATENDER   FROM FD-BKO-QUANT                00069000
            MOVE WRK-DATA-EXEC         TO FD-BKO-DATA-ULT-ATEND         00069100
            ADD WRK-QTD-ATENDER        TO ACUM-QUANT-ATENDIDA           00069200
            PERFORM 3200-GRAVAR-SAIDA-KARDEX                            00069300
                                                                        00069400
            IF FD-BKO-QUANT EQUAL ZEROS                                 00069500
               ADD 1                   TO ACUM-ATENDIDAS                00069600
            ELSE                                                        00069700
               ADD 1                   TO ACUM-PARCIAIS                 00069800
               PERFORM 3700-MANTER-PENDENCIA                            00069900
            END-IF.                                                     00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       3100-99-FIM.                           EXIT.                     00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
      *----------------------------------------------------------------*00070600
       3150-APURAR-LIVRE                      SECTION.                  00070700
      *----------------------------------------------------------------*00070800
                                                                        00070900
            MOVE ZEROS                 TO WRK-QTD-RESERVADA             00071000
                                                                        00071100
            IF WRK-TAB-RES-QTDE GREATER ZEROS                           00071200
               PERFORM 3155-SOMAR-RESERVA                               00071300
                       VARYING WRK-IDX-RES FROM 1 BY 1                  00071400
                       UNTIL WRK-IDX-RES GREATER WRK-TAB-RES-QTDE       00071500
            END-IF                                                      00071600
                                                                        00071700
            COMPUTE WRK-QTD-LIVRE = FD-QUANT-PECA - WRK-QTD-RESERVADA.  00071800
                                                                        00071900
      *----------------------------------------------------------------*00072000
       3150-99-FIM.                           EXIT.                     00072100
      *----------------------------------------------------------------*00072200
                                                                        00072300
      *----------------------------------------------------------------*00072400
       3155-SOMAR-RESERVA                     SECTION.                  00072500
      *----------------------------------------------------------------*00072600
                                                                        00072700
            IF WRK-TAB-RES-CHAVE (WRK-IDX-RES) EQUAL WRK-CHV-PECA       00072800
               ADD WRK-TAB-RES-QUANT (WRK-IDX-RES)                      00072900
                                       TO WRK-QTD-RESERVADA             00073000
            END-IF.                                                     00073100
                                                                        00073200
      *----------------------------------------------------------------*00073300
       3155-99-FIM.                           EXIT.                     00073400
      *----------------------------------------------------------------*00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       3200-GRAVAR-SAIDA-KARDEX               SECTION.                  00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
            MOVE 'FR05EX68'            TO WRK-KDX-PROGRAMA              00074100
            MOVE FD-COD-PECA           TO WRK-KDX-COD-PECA              00074200
            MOVE WRK-DATA-EXEC         TO WRK-KDX-DATA-MOVTO            00074300
            MOVE 'S'                   TO WRK-KDX-TIPO                  00074400
            MOVE FD-DEPOSITO-PECA      TO WRK-KDX-DEPOSITO              00074500
            COMPUTE WRK-KDX-QUANT = WRK-QTD-ATENDER * -1                00074600
            MOVE FD-QUANT-PECA         TO WRK-KDX-SALDO-APOS            00074700
            MOVE SPACES                TO WRK-KDX-ORIGEM                00074800
            STRING 'PENDENCIA '        FD-BKO-DEPTO                     00074900
                   DELIMITED BY SIZE                                    00075000
                   INTO WRK-KDX-ORIGEM                                  00075100
            CALL 'GRAVAKDX'            USING WRK-KARDEX.                00075200
                                                                        00075300
      *----------------------------------------------------------------*00075400
       3200-99-FIM.                           EXIT.                     00075500
      *----------------------------------------------------------------*00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       3700-MANTER-PENDENCIA                  SECTION.                  00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
      *     O SALDO PENDENTE VOLTA PARA A FILA E ENTRA NO RELATORIO    *00076200
            WRITE FD-BACKNOVO          FROM WRK-BACKORDER               00076300
            PERFORM 1100-TESTAR-STATUS                                  00076400
            ADD 1                      TO ACUM-GRAV-BACKNOVO            00076500
                                                                        00076600
            MOVE ZEROS                 TO WRK-DIAS-ESPERA               00076700
            IF FD-BKO-DATA NUMERIC                                      00076800
             AND FD-BKO-DATA-N GREATER ZEROS                            00076900
             AND FD-BKO-DATA-N LESS WRK-DATA-EXEC-N                     00077000
               COMPUTE WRK-DIAS-ESPERA =                                00077100
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)       00077200
                     - FUNCTION INTEGER-OF-DATE (FD-BKO-DATA-N)         00077300
            END-IF                                                      00077400
                                                                        00077500
            MOVE FD-BKO-DEPTO          TO SD-BKO-DEPTO                  00077600
            MOVE FD-BKO-COD-PECA       TO SD-BKO-COD-PECA               00077700
            MOVE FD-BKO-DEPOSITO       TO SD-BKO-DEPOSITO               00077800
            MOVE FD-BKO-DATA           TO SD-BKO-DATA                   00077900
            MOVE FD-BKO-PRIORIDADE     TO SD-BKO-PRIORIDADE             00078000
            MOVE FD-BKO-DATA-REQ       TO SD-BKO-DATA-REQ               00078100
            MOVE FD-BKO-QUANT          TO SD-BKO-QUANT                  00078200
            MOVE FD-BKO-QUANT-ORIG     TO SD-BKO-QUANT-ORIG             00078300
            MOVE WRK-DIAS-ESPERA       TO SD-BKO-DIAS                   00078400
            RELEASE SD-SORTBKO.                                         00078500
                                                                        00078600
      *----------------------------------------------------------------*00078700
       3700-99-FIM.                           EXIT.                     00078800
      *----------------------------------------------------------------*00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       3900-GRAVAR-PECA                       SECTION.                  00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
            WRITE FD-PECASNOV          FROM WRK-ARQPECAS                00079500
            PERFORM 1100-TESTAR-STATUS                                  00079600
            ADD 1                      TO ACUM-GRAV-PECASNOV.           00079700
                                                                        00079800
      *----------------------------------------------------------------*00079900
       3900-99-FIM.                           EXIT.                     00080000
      *----------------------------------------------------------------*00080100
                                                                        00080200
      ******************************************************************00080300
      *                     F I N A L I Z A R                          *00080400
      ******************************************************************00080500
                                                                        00080600
      *----------------------------------------------------------------*00080700
       4000-FINALIZAR                        SECTION.                   00080800
      *----------------------------------------------------------------*00080900
                                                                        00081000
            IF WRK-TEM-BACKORD-SIM                                      00081100
               CLOSE BACKORD                                            00081200
            END-IF                                                      00081300
                                                                        00081400
            CLOSE ARQPECAS                                              00081500
                  PECASNOV                                              00081600
                  BACKNOVO                                              00081700
                  RELBKO                                                00081800
                                                                        00081900
            DISPLAY '*************************************************' 00082000
            DISPLAY '        ATENDIMENTO DA FILA DE PENDENCIAS        ' 00082100
            DISPLAY '                                                 ' 00082200
            DISPLAY '  LIDOS ARQPECAS      :  ' ACUM-LIDOS-PECAS        00082300
            DISPLAY '  PENDENCIAS LIDAS    :  ' ACUM-LIDAS-PENDENCIAS   00082400
            DISPLAY '  ATENDIDAS (TOTAL)   :  ' ACUM-ATENDIDAS          00082500
            DISPLAY '  ATENDIDAS (PARCIAL) :  ' ACUM-PARCIAIS           00082600
            DISPLAY '  PECAS ATENDIDAS     :  ' ACUM-QUANT-ATENDIDA     00082700
            DISPLAY '  SEM PECA/DEPOSITO   :  ' ACUM-SEM-PECA           00082800
            DISPLAY '  DESCARTADAS         :  ' ACUM-DESCARTADAS        00082900
            DISPLAY '  GRAVADAS BACKNOVO   :  ' ACUM-GRAV-BACKNOVO      00083000
            DISPLAY '  GRAVADOS PECASNOV   :  ' ACUM-GRAV-PECASNOV      00083100
            DISPLAY '                                                 ' 00083200
            DISPLAY '*************************************************'.00083300
                                                                        00083400
      *----------------------------------------------------------------*00083500
       4000-99-FIM.                           EXIT.                     00083600
      *----------------------------------------------------------------*00083700
                                                                        00083800
      ******************************************************************00083900
      *   R E L A T O R I O   P O R   D E P A R T A M E N T O  (SAIDA) *00084000
      ******************************************************************00084100
                                                                        00084200
      *----------------------------------------------------------------*00084300
       5000-EMITIR-RELATORIO                 SECTION.                   00084400
      *----------------------------------------------------------------*00084500
                                                                        00084600
           PERFORM 5100-RETORNAR                                        00084700
                                                                        00084800
           PERFORM 5200-QUEBRA-DEPTO                                    00084900
                   UNTIL WRK-FIM-SORT-SIM                               00085000
                                                                        00085100
           MOVE SPACES               TO FD-RELBKO                       00085200
           WRITE FD-RELBKO                                              00085300
           MOVE 'DEPARTAMENTOS'      TO WRK-LT-TEXTO                    00085400
           MOVE WRK-TOT-DEPTOS       TO WRK-LT-QTD                      00085500
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00085600
           MOVE 'PENDENCIAS EM ABERTO'                                  00085700
                                     TO WRK-LT-TEXTO                    00085800
           MOVE WRK-TOT-PENDENCIAS   TO WRK-LT-QTD                      00085900
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00086000
           MOVE 'PECAS PENDENTES'    TO WRK-LT-TEXTO                    00086100
           MOVE WRK-TOT-QUANT        TO WRK-LT-QTD                      00086200
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00086300
           MOVE 'ATENDIDAS HOJE (TOTAL)'                                00086400
                                     TO WRK-LT-TEXTO                    00086500
           MOVE ACUM-ATENDIDAS       TO WRK-LT-QTD                      00086600
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00086700
           MOVE 'ATENDIDAS HOJE (PARCIAL)'                              00086800
                                     TO WRK-LT-TEXTO                    00086900
           MOVE ACUM-PARCIAIS        TO WRK-LT-QTD                      00087000
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00087100
           MOVE 'PECAS ATENDIDAS HOJE'                                  00087200
                                     TO WRK-LT-TEXTO                    00087300
           MOVE ACUM-QUANT-ATENDIDA  TO WRK-LT-QTD                      00087400
           WRITE FD-RELBKO           FROM WRK-LINTOT                    00087500
           PERFORM 1100-TESTAR-STATUS.                                  00087600
                                                                        00087700
      *----------------------------------------------------------------*00087800
       5000-99-FIM.                           EXIT.                     00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       5100-RETORNAR                         SECTION.                   00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
           RETURN WRK-SORTBKO                                           00088600
                  AT END MOVE 'S'     TO WRK-FIM-SORT.                  00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       5100-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
       5200-QUEBRA-DEPTO                     SECTION.                   00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
           MOVE SD-BKO-DEPTO         TO WRK-QUEBRA-DEPTO                00089700
           MOVE ZEROS                TO WRK-SUB-PENDENCIAS              00089800
                                        WRK-SUB-QUANT                   00089900
                                        WRK-SUB-MAIOR-ESPERA            00090000
                                                                        00090100
           PERFORM 5300-LISTAR-PENDENCIA                                00090200
                   UNTIL WRK-FIM-SORT-SIM                               00090300
                      OR SD-BKO-DEPTO NOT EQUAL WRK-QUEBRA-DEPTO        00090400
                                                                        00090500
           MOVE WRK-QUEBRA-DEPTO     TO WRK-LS-DEPTO                    00090600
           MOVE WRK-SUB-PENDENCIAS   TO WRK-LS-PENDENCIAS               00090700
           MOVE WRK-SUB-QUANT        TO WRK-LS-QUANT                    00090800
           MOVE WRK-SUB-MAIOR-ESPERA TO WRK-LS-MAIOR-ESPERA             00090900
           WRITE FD-RELBKO           FROM WRK-LINSUB                    00091000
           MOVE SPACES               TO FD-RELBKO                       00091100
           WRITE FD-RELBKO                                              00091200
           PERFORM 1100-TESTAR-STATUS                                   00091300
                                                                        00091400
           ADD 1                     TO WRK-TOT-DEPTOS                  00091500
           ADD WRK-SUB-PENDENCIAS    TO WRK-TOT-PENDENCIAS              00091600
           ADD WRK-SUB-QUANT         TO WRK-TOT-QUANT.                  00091700
                                                                        00091800
      *----------------------------------------------------------------*00091900
       5200-99-FIM.                           EXIT.                     00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
      *----------------------------------------------------------------*00092300
       5300-LISTAR-PENDENCIA                 SECTION.                   00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
           MOVE SD-BKO-DEPTO         TO WRK-LP-DEPTO                    00092700
           MOVE SD-BKO-COD-PECA      TO WRK-LP-PECA                     00092800
           MOVE SD-BKO-DEPOSITO      TO WRK-LP-DEPOSITO                 00092900
           MOVE SD-BKO-PRIORIDADE    TO WRK-LP-PRIORIDADE               00093000
           MOVE SD-BKO-DATA          TO WRK-LP-DATA                     00093100
           MOVE SD-BKO-DATA-REQ      TO WRK-LP-DATA-REQ                 00093200
           MOVE SD-BKO-QUANT         TO WRK-LP-QUANT                    00093300
           MOVE SD-BKO-QUANT-ORIG    TO WRK-LP-QUANT-ORIG               00093400
           MOVE SD-BKO-DIAS          TO WRK-LP-DIAS                     00093500
           WRITE FD-RELBKO           FROM WRK-LINPEN                    00093600
           PERFORM 1100-TESTAR-STATUS                                   00093700
                                                                        00093800
           ADD 1                     TO WRK-SUB-PENDENCIAS              00093900
           ADD SD-BKO-QUANT          TO WRK-SUB-QUANT                   00094000
           IF SD-BKO-DIAS GREATER WRK-SUB-MAIOR-ESPERA                  00094100
              MOVE SD-BKO-DIAS       TO WRK-SUB-MAIOR-ESPERA            00094200
           END-IF                                                       00094300
                                                                        00094400
           PERFORM 5100-RETORNAR.                                       00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       5300-99-FIM.                           EXIT.                     00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
      ******************************************************************00095100
      *                   T R A T A R  E R R O                         *00095200
      ******************************************************************00095300
                                                                        00095400
       9000-TRATAR-ERRO                     SECTION.                    00095500
      *----------------------------------------------------------------*00095600
                  MOVE 'F'                TO WRK-SEVERIDADE             00095700
                  MOVE 'FR05EX68'         TO WRK-PROGRAMA               00095800
                  CALL 'GRAVALOG'         USING WRK-LOG                 00095900
                  MOVE 16                 TO RETURN-CODE                00096000
                  GOBACK.                                               00096100
      *----------------------------------------------------------------*00096200
       9000-99-FIM.                           EXIT.                     00096300
      *----------------------------------------------------------------*00096400
