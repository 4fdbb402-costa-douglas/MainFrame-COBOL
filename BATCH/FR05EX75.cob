      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX75.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX75                                       *00002000
      *    TIPO.......: CARGA DOS VSAM DA CONSULTA ONLINE DE PECAS     *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CARREGAR, NO MOLDE DO FR05EX28, OS TRES CLUSTERS *00002800
      *               VSAM DA CONSULTA ONLINE DE PECAS F05CIP5:        *00002900
      *               1) PECVSAM - O ARQPECAS (PECA+DEPOSITO) COM O    *00003000
      *                  CODIGO/SITUACAO DO FORNECEDOR NO CADFORN E O  *00003100
      *                  SALDO DAS RESERVAS ABERTAS DO PAR (BALANCE    *00003200
      *                  LINE COM O RESERVAS, AMBOS CLASSIFICADOS POR  *00003300
      *                  PECA+DEPOSITO);                               *00003400
      *               2) PEDVSAM - OS PEDIDOS 'A' DO PEDABERT,         *00003500
      *                  CLASSIFICADOS POR PECA E ENTREGA PREVISTA;    *00003600
      *               3) KDXVSAM - OS MOVIMENTOS DO LIVRO KARDEX COM   *00003700
      *                  DATA DE MOVIMENTO DENTRO DA JANELA DE DIAS    *00003800
      *                  (SYSIN), CLASSIFICADOS POR PECA, DATA DO      *00003900
      *                  MOVIMENTO E ORDEM DE REGISTRO, COM SEQUENCIA  *00004000
      *                  DENTRO DA PECA+DATA.                          *00004100
      *               OS CLUSTERS SAO REDEFINIDOS PELO IDCAMS NO PASSO *00004200
      *               ANTERIOR DO JOB FR05VSM.                         *00004300
      *----------------------------------------------------------------*00004400
      *    ARQUIVOS :                                                  *00004500
      *    DDNAME          I/O                                         *00004600
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00004700
      *    JCLFORN          I    CADASTRO DE FORNECEDORES (CADFORN)    *00004800
      *    JCLRESER         I    RESERVAS DE ESTOQUE (OPCIONAL)        *00004900
      *    JCLPEDAB         I    PEDIDOS DE COMPRA EM ABERTO           *00005000
      *    KARDARQ          I    LIVRO DE MOVIMENTACAO (GRAVAKDX)      *00005100
      *    JCLPECVS         O    ESTOQUE ONLINE (VSAM KSDS)            *00005200
      *    JCLPEDVS         O    PEDIDOS EM ABERTO ONLINE (VSAM KSDS)  *00005300
      *    JCLKDXVS         O    KARDEX RECENTE ONLINE (VSAM KSDS)     *00005400
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00005500
      *----------------------------------------------------------------*00005600
      *    BOOKS    :    B#ARQE, B#FORN, B#RESERV, B#PEDAB, B#PECVSA,  *00005700
      *                  B#PEDVSA, B#KDXVSA, B#GRALOG, B#RUNCTL,       *00005800
      *                  B#DATPRC                                      *00005900
      *----------------------------------------------------------------*00006000
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006100
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006200
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006300
      *----------------------------------------------------------------*00006400
      *    PARAMETROS (VIA SYSIN):                                     *00006500
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006600
      *      JANELA DO KARDEX EM DIAS CORRIDOS ATE A DATA DE MOVIMENTO *00006700
      *      (999; ZEROS OU INVALIDO = 090)                            *00006800
      *----------------------------------------------------------------*00006900
      *    HISTORICO DE ALTERACOES:                                    *00007000
      *      DATA        RESP.    DESCRICAO                            *00007100
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007200
      ******************************************************************00007300
      *================================================================*00007400
                                                                        00007500
      *================================================================*00007600
       ENVIRONMENT                                DIVISION.             00007700
      *================================================================*00007800
                                                                        00007900
      *----------------------------------------------------------------*00008000
       CONFIGURATION                              SECTION.              00008100
      *----------------------------------------------------------------*00008200
                                                                        00008300
       SPECIAL-NAMES.                                                   00008400
           DECIMAL-POINT IS COMMA.                                      00008500
                                                                        00008600
      *----------------------------------------------------------------*00008700
       INPUT-OUTPUT                               SECTION.              00008800
      *----------------------------------------------------------------*00008900
                                                                        00009000
       FILE-CONTROL.                                                    00009100
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00009200
                    FILE STATUS          IS WRK-FS-PECAS.               00009300
                                                                        00009400
             SELECT CADFORN   ASSIGN     TO JCLFORN                     00009500
                    FILE STATUS          IS WRK-FS-CADFORN.             00009600
                                                                        00009700
             SELECT RESERVAS  ASSIGN     TO JCLRESER                    00009800
                    FILE STATUS          IS WRK-FS-RESERVAS.            00009900
                                                                        00010000
             SELECT PEDABERT  ASSIGN     TO JCLPEDAB                    00010100
                    FILE STATUS          IS WRK-FS-PEDABERT.            00010200
                                                                        00010300
             SELECT KARDARQ   ASSIGN     TO KARDARQ                     00010400
                    FILE STATUS          IS WRK-FS-KARDARQ.             00010500
                                                                        00010600
             SELECT PECVSAM   ASSIGN     TO JCLPECVS                    00010700
                    ORGANIZATION         IS INDEXED                     00010800
                    ACCESS MODE          IS SEQUENTIAL                  00010900
                    RECORD KEY           IS FD-PVS-CHAVE                00011000
                    FILE STATUS          IS WRK-FS-PECVSAM.             00011100
                                                                        00011200
             SELECT PEDVSAM   ASSIGN     TO JCLPEDVS                    00011300
                    ORGANIZATION         IS INDEXED                     00011400
                    ACCESS MODE          IS SEQUENTIAL                  00011500
                    RECORD KEY           IS FD-PDV-CHAVE                00011600
                    FILE STATUS          IS WRK-FS-PEDVSAM.             00011700
                                                                        00011800
             SELECT KDXVSAM   ASSIGN     TO JCLKDXVS                    00011900
                    ORGANIZATION         IS INDEXED                     00012000
                    ACCESS MODE          IS SEQUENTIAL                  00012100
                    RECORD KEY           IS FD-KVS-CHAVE                00012200
                    FILE STATUS          IS WRK-FS-KDXVSAM.             00012300
                                                                        00012400
             SELECT WRK-SORTPED ASSIGN   TO JCLSORT.                    00012500
                                                                        00012600
             SELECT WRK-SORTKDX ASSIGN   TO JCLSORT.                    00012700
                                                                        00012800
      *================================================================*00012900
       DATA                                      DIVISION.              00013000
      *================================================================*00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
       FILE                                      SECTION.               00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
      *  INPUT - PECAS EM ESTOQUE (ARQPECAS) - LRECL = 050.            *00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
       FD ARQPECAS                                                      00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
                                                                        00014400
           COPY 'B#ARQE'.                                               00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
      *  INPUT - CADASTRO DE FORNECEDORES (CADFORN) - LRECL = 060.     *00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
       FD CADFORN                                                       00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
                                                                        00015400
           COPY 'B#FORN'.                                               00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
      *  INPUT - RESERVAS DE ESTOQUE (RESERVAS) - LRECL = 060.         *00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD RESERVAS                                                      00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
                                                                        00016400
           COPY 'B#RESERV'.                                             00016500
                                                                        00016600
      *----------------------------------------------------------------*00016700
      *  INPUT - PEDIDOS DE COMPRA EM ABERTO (PEDABERT) - LRECL = 040. *00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       FD PEDABERT                                                      00017100
           RECORDING MODE IS F                                          00017200
           BLOCK CONTAINS 0 RECORDS.                                    00017300
                                                                        00017400
           COPY 'B#PEDAB'.                                              00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
      *  INPUT - LIVRO DE MOVIMENTACAO (KARDARQ) - LRECL = 071.        *00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
       FD KARDARQ                                                       00018100
           RECORDING MODE IS F                                          00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
       01 FD-KARDARQ.                                                   00018400
          05 FD-KDX-DATA              PIC X(08).                        00018500
          05 FD-KDX-HORA              PIC X(08).                        00018600
          05 FD-KDX-PROGRAMA          PIC X(08).                        00018700
          05 FD-KDX-COD-PECA          PIC X(06).                        00018800
          05 FD-KDX-DATA-MOVTO        PIC X(08).                        00018900
          05 FD-KDX-TIPO              PIC X(01).                        00019000
          05 FD-KDX-QUANT             PIC S9(05).                       00019100
          05 FD-KDX-SALDO-APOS        PIC 9(05).                        00019200
          05 FD-KDX-ORIGEM            PIC X(20).                        00019300
          05 FD-KDX-DEPOSITO          PIC X(02).                        00019400
                                                                        00019500
      *----------------------------------------------------------------*00019600
      *  OUTPUT - ESTOQUE ONLINE (PECVSAM, KSDS) - LRECL = 080.        *00019700
      *----------------------------------------------------------------*00019800
                                                                        00019900
       FD PECVSAM.                                                      00020000
                                                                        00020100
           COPY 'B#PECVSA'.                                             00020200
                                                                        00020300
      *----------------------------------------------------------------*00020400
      *  OUTPUT - PEDIDOS EM ABERTO ONLINE (PEDVSAM, KSDS) - LRECL=040.*00020500
      *----------------------------------------------------------------*00020600
                                                                        00020700
       FD PEDVSAM.                                                      00020800
                                                                        00020900
           COPY 'B#PEDVSA'.                                             00021000
                                                                        00021100
      *----------------------------------------------------------------*00021200
      *  OUTPUT - KARDEX RECENTE ONLINE (KDXVSAM, KSDS) - LRECL = 060. *00021300
      *----------------------------------------------------------------*00021400
                                                                        00021500
       FD KDXVSAM.                                                      00021600
                                                                        00021700
           COPY 'B#KDXVSA'.                                             00021800
                                                                        00021900
      *----------------------------------------------------------------*00022000
      *    WORK - PEDIDOS POR PECA E ENTREGA PREVISTA                  *00022100
      *----------------------------------------------------------------*00022200
                                                                        00022300
       SD WRK-SORTPED.                                                  00022400
       01 SD-SORTPED.                                                   00022500
          05 SD-PED-COD-PECA          PIC X(06).                        00022600
          05 SD-PED-DATA-PREV         PIC X(08).                        00022700
          05 SD-PED-DATA              PIC X(08).                        00022800
          05 SD-PED-COD-FORN          PIC X(05).                        00022900
          05 SD-PED-QUANT             PIC 9(05).                        00023000
                                                                        00023100
      *----------------------------------------------------------------*00023200
      *    WORK - KARDEX POR PECA, DATA DO MOVIMENTO E REGISTRO        *00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
       SD WRK-SORTKDX.                                                  00023600
       01 SD-SORTKDX.                                                   00023700
          05 SD-KDX-COD-PECA          PIC X(06).                        00023800
          05 SD-KDX-DATA-MOVTO        PIC X(08).                        00023900
          05 SD-KDX-DATA              PIC X(08).                        00024000
          05 SD-KDX-HORA              PIC X(08).                        00024100
          05 SD-KDX-TIPO              PIC X(01).                        00024200
          05 SD-KDX-DEPOSITO          PIC X(02).                        00024300
          05 SD-KDX-QUANT             PIC S9(05).                       00024400
          05 SD-KDX-SALDO-APOS        PIC 9(05).                        00024500
          05 SD-KDX-PROGRAMA          PIC X(08).                        00024600
          05 SD-KDX-ORIGEM            PIC X(20).                        00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       WORKING-STORAGE                            SECTION.              00025000
      *----------------------------------------------------------------*00025100
      *----------------------------------------------------------------*00025200
       01 FILLER                         PIC X(050)       VALUE         00025300
                   '*** INICIO DA WORKING FR05EX75 ***'.                00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00025700
       77 WRK-FS-CADFORN                 PIC X(002) VALUE SPACES.       00025800
       77 WRK-FS-RESERVAS                PIC X(002) VALUE SPACES.       00025900
       77 WRK-FS-PEDABERT                PIC X(002) VALUE SPACES.       00026000
       77 WRK-FS-KARDARQ                 PIC X(002) VALUE SPACES.       00026100
       77 WRK-FS-PECVSAM                 PIC X(002) VALUE SPACES.       00026200
       77 WRK-FS-PEDVSAM                 PIC X(002) VALUE SPACES.       00026300
       77 WRK-FS-KDXVSAM                 PIC X(002) VALUE SPACES.       00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
       01 FILLER                         PIC X(050)       VALUE         00026700
                     '*** AREA DA ACUMULADORES ***'.                    00026800
      *----------------------------------------------------------------*00026900
                                                                        00027000
       77 ACUM-LIDOS-PECAS               PIC 9(007) VALUE ZEROS.        00027100
       77 ACUM-LIDOS-RESERVAS            PIC 9(007) VALUE ZEROS.        00027200
       77 ACUM-RESERVAS-SEM-PECA         PIC 9(007) VALUE ZEROS.        00027300
       77 ACUM-LIDOS-PEDABERT            PIC 9(007) VALUE ZEROS.        00027400
       77 ACUM-LIDOS-KARDEX              PIC 9(007) VALUE ZEROS.        00027500
       77 ACUM-GRAV-PECVSAM              PIC 9(007) VALUE ZEROS.        00027600
       77 ACUM-GRAV-PEDVSAM              PIC 9(007) VALUE ZEROS.        00027700
       77 ACUM-GRAV-KDXVSAM              PIC 9(007) VALUE ZEROS.        00027800
       77 ACUM-GRAVADOS                  PIC 9(007) VALUE ZEROS.        00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       01 FILLER                         PIC X(050)       VALUE         00028200
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00028300
      *----------------------------------------------------------------*00028400
                                                                        00028500
       77 WRK-JANELA                     PIC X(003) VALUE SPACES.       00028600
       77 WRK-JANELA-N                   PIC 9(003) VALUE ZEROS.        00028700
       77 WRK-DATA-CORTE                 PIC X(008) VALUE SPACES.       00028800
       77 WRK-DATA-EXEC-N                PIC 9(008) VALUE ZEROS.        00028900
       77 WRK-DIAS-INT                   PIC 9(007) VALUE ZEROS.        00029000
       77 WRK-DATA-CORTE-N               PIC 9(008) VALUE ZEROS.        00029100
                                                                        00029200
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00029300
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00029400
       77 WRK-CHAVE-PED-ANT              PIC X(014) VALUE LOW-VALUES.   00029500
       77 WRK-CHAVE-PED-ATU              PIC X(014) VALUE SPACES.       00029600
       77 WRK-SEQ-PED                    PIC 9(003) VALUE ZEROS.        00029700
       77 WRK-CHAVE-KDX-ANT              PIC X(014) VALUE LOW-VALUES.   00029800
       77 WRK-CHAVE-KDX-ATU              PIC X(014) VALUE SPACES.       00029900
       77 WRK-SEQ-KDX                    PIC 9(004) VALUE ZEROS.        00030000
                                                                        00030100
      *----------------------------------------------------------------*00030200
      *    CHAVES DO BALANCE LINE ARQPECAS X RESERVAS                  *00030300
      *----------------------------------------------------------------*00030400
                                                                        00030500
       01 WRK-CHAVE-PECAS.                                              00030600
          05 WRK-CHP-COD-PECA            PIC X(006).                    00030700
          05 WRK-CHP-DEPOSITO            PIC X(002).                    00030800
                                                                        00030900
       01 WRK-CHAVE-RESERVAS.                                           00031000
          05 WRK-CHR-COD-PECA            PIC X(006).                    00031100
          05 WRK-CHR-DEPOSITO            PIC X(002).                    00031200
                                                                        00031300
       77 WRK-QTD-RESERVADA              PIC 9(005) VALUE ZEROS.        00031400
                                                                        00031500
      *----------------------------------------------------------------*00031600
      *    TABELA DE FORNECEDORES (CADFORN), PROCURADA PELA RAZAO      *00031700
      *----------------------------------------------------------------*00031800
                                                                        00031900
       01 WRK-TAB-FORNECEDORES.                                         00032000
          05 WRK-TAB-FORN            OCCURS 200 TIMES                   00032100
                                      INDEXED BY WRK-IDX-FORN.          00032200
             10 WRK-TAB-FORN-CODIGO      PIC X(05).                     00032300
             10 WRK-TAB-FORN-RAZAO       PIC X(20).                     00032400
             10 WRK-TAB-FORN-SITUACAO    PIC X(01).                     00032500
                                                                        00032600
       77 WRK-TAB-FORN-QTDE              PIC 9(003) VALUE ZEROS.        00032700
       77 WRK-FORN-ACHOU                 PIC X(001) VALUE 'N'.          00032800
           88 WRK-FORN-ACHOU-SIM                    VALUE 'S'.          00032900
                                                                        00033000
      *----------------------------------------------------------------*00033100
       01 FILLER                         PIC X(050)       VALUE         00033200
                    '*** AREA DA BOOK GRAVALOG ***'.                    00033300
      *----------------------------------------------------------------*00033400
                                                                        00033500
                           COPY 'B#GRALOG'.                             00033600
                                                                        00033700
      ******************************************************************00033800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00033900
      ******************************************************************00034000
                                                                        00034100
       COPY 'B#RUNCTL'.                                                 00034200
                                                                        00034300
       COPY 'B#DATPRC'.                                                 00034400
                                                                        00034500
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00034600
                                                                        00034700
      *================================================================*00034800
       PROCEDURE                                 DIVISION.              00034900
      *================================================================*00035000
                                                                        00035100
      ******************************************************************00035200
      *              P R O G R A M A  P R I N C I P A L                *00035300
      ******************************************************************00035400
                                                                        00035500
      *----------------------------------------------------------------*00035600
       0000-PRINCIPAL                            SECTION.               00035700
      *----------------------------------------------------------------*00035800
                                                                        00035900
            PERFORM 1000-INICIAR                                        00036000
                                                                        00036100
            PERFORM 2000-CARREGAR-ESTOQUE                               00036200
                                                                        00036300
            SORT WRK-SORTPED                                            00036400
                 ON ASCENDING KEY SD-PED-COD-PECA                       00036500
                                  SD-PED-DATA-PREV                      00036600
                                  SD-PED-DATA                           00036700
                 INPUT PROCEDURE  3000-SELECIONAR-PEDIDOS               00036800
                 OUTPUT PROCEDURE 3500-CARREGAR-PEDIDOS                 00036900
                                                                        00037000
            SORT WRK-SORTKDX                                            00037100
                 ON ASCENDING KEY SD-KDX-COD-PECA                       00037200
                                  SD-KDX-DATA-MOVTO                     00037300
                                  SD-KDX-DATA                           00037400
                                  SD-KDX-HORA                           00037500
                 INPUT PROCEDURE  4000-SELECIONAR-KARDEX                00037600
                 OUTPUT PROCEDURE 4500-CARREGAR-KARDEX                  00037700
                                                                        00037800
            PERFORM 5000-FINALIZAR                                      00037900
                                                                        00038000
            COMPUTE ACUM-GRAVADOS = ACUM-GRAV-PECVSAM                   00038100
                                  + ACUM-GRAV-PEDVSAM                   00038200
                                  + ACUM-GRAV-KDXVSAM                   00038300
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00038400
            MOVE ACUM-LIDOS-PECAS     TO WRK-RUN-LIDOS                  00038500
            MOVE ACUM-GRAVADOS        TO WRK-RUN-GRAVADOS               00038600
            MOVE ZEROS                TO WRK-RUN-RC                     00038700
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00038800
                                                                        00038900
            STOP RUN.                                                   00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       0000-99-FIM.                           EXIT.                     00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
      ******************************************************************00039600
      *                       I N I C I A R                            *00039700
      ******************************************************************00039800
                                                                        00039900
      *----------------------------------------------------------------*00040000
       1000-INICIAR                           SECTION.                  00040100
      *----------------------------------------------------------------*00040200
                                                                        00040300
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00040400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00040500
           ACCEPT WRK-JANELA    FROM SYSIN                              00040600
           CALL 'LERDATAP'            USING WRK-DATPRC                  00040700
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00040800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00040900
           MOVE 'FR05EX75'            TO WRK-RUN-PROGRAMA               00041000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00041100
           MOVE ZEROS                 TO WRK-RUN-RC                     00041200
                                         WRK-RUN-LIDOS                  00041300
                                         WRK-RUN-GRAVADOS               00041400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00041500
                                                                        00041600
           IF WRK-RUN-DATA-JA-FEITA                                     00041700
              MOVE 'A'                TO WRK-SEVERIDADE                 00041800
              MOVE 'FR05EX75'         TO WRK-PROGRAMA                   00041900
              MOVE '1000  '           TO WRK-SECAO                      00042000
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00042100
                                      TO WRK-MENSAGEM                   00042200
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00042300
              CALL 'GRAVALOG'         USING WRK-LOG                     00042400
              MOVE 08                 TO RETURN-CODE                    00042500
              GOBACK                                                    00042600
           END-IF                                                       00042700
                                                                        00042800
      *    JANELA DO KARDEX: DA DATA DE MOVIMENTO MENOS N DIAS         *00042900
           IF WRK-JANELA NUMERIC                                        00043000
              MOVE WRK-JANELA         TO WRK-JANELA-N                   00043100
           END-IF                                                       00043200
                                                                        00043300
           IF WRK-JANELA-N EQUAL ZEROS                                  00043400
              MOVE 090                TO WRK-JANELA-N                   00043500
           END-IF                                                       00043600
                                                                        00043700
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N (1:8)          00043800
           COMPUTE WRK-DIAS-INT =                                       00043900
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)           00044000
                 - WRK-JANELA-N                                         00044100
           COMPUTE WRK-DATA-CORTE-N =                                   00044200
                   FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)              00044300
           MOVE WRK-DATA-CORTE-N      TO WRK-DATA-CORTE (1:8)           00044400
                                                                        00044500
           PERFORM 1300-CARREGAR-FORNECEDORES                           00044600
                                                                        00044700
           OPEN INPUT  ARQPECAS                                         00044800
                INPUT  RESERVAS                                         00044900
                INPUT  PEDABERT                                         00045000
                INPUT  KARDARQ                                          00045100
                OUTPUT PECVSAM                                          00045200
                OUTPUT PEDVSAM                                          00045300
                OUTPUT KDXVSAM                                          00045400
                                                                        00045500
      *    SEM RESERVAS CADASTRADAS O ARQUIVO PODE NAO EXISTIR         *00045600
           IF WRK-FS-RESERVAS EQUAL '35'                                00045700
              MOVE '10'               TO WRK-FS-RESERVAS                00045800
           END-IF                                                       00045900
                                                                        00046000
           PERFORM 1100-TESTAR-STATUS.                                  00046100
                                                                        00046200
      *----------------------------------------------------------------*00046300
       1000-99-FIM.                           EXIT.                     00046400
      *----------------------------------------------------------------*00046500
                                                                        00046600
      *----------------------------------------------------------------*00046700
       1100-TESTAR-STATUS                     SECTION.                  00046800
      *----------------------------------------------------------------*00046900
                                                                        00047000
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00047100
            AND WRK-FS-PECAS NOT EQUAL '10'                             00047200
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00047300
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00047400
              PERFORM 9000-TRATAR-ERRO                                  00047500
           END-IF                                                       00047600
                                                                        00047700
           IF WRK-FS-RESERVAS NOT EQUAL ZEROS                           00047800
            AND WRK-FS-RESERVAS NOT EQUAL '10'                          00047900
              MOVE 'ERRO NO ARQUIVO RESERVAS'    TO WRK-MENSAGEM        00048000
              MOVE WRK-FS-RESERVAS               TO WRK-STATUS          00048100
              PERFORM 9000-TRATAR-ERRO                                  00048200
           END-IF                                                       00048300
                                                                        00048400
           IF WRK-FS-PEDABERT NOT EQUAL ZEROS                           00048500
            AND WRK-FS-PEDABERT NOT EQUAL '10'                          00048600
              MOVE 'ERRO NO ARQUIVO PEDABERT'    TO WRK-MENSAGEM        00048700
              MOVE WRK-FS-PEDABERT               TO WRK-STATUS          00048800
              PERFORM 9000-TRATAR-ERRO                                  00048900
           END-IF                                                       00049000
                                                                        00049100
           IF WRK-FS-KARDARQ NOT EQUAL ZEROS                            00049200
            AND WRK-FS-KARDARQ NOT EQUAL '10'                           00049300
              MOVE 'ERRO NO ARQUIVO KARDARQ'     TO WRK-MENSAGEM        00049400
              MOVE WRK-FS-KARDARQ                TO WRK-STATUS          00049500
              PERFORM 9000-TRATAR-ERRO                                  00049600
           END-IF                                                       00049700
                                                                        00049800
           IF WRK-FS-PECVSAM NOT EQUAL ZEROS                            00049900
              MOVE 'ERRO NO ARQUIVO PECVSAM'     TO WRK-MENSAGEM        00050000
              MOVE WRK-FS-PECVSAM                TO WRK-STATUS          00050100
              PERFORM 9000-TRATAR-ERRO                                  00050200
           END-IF                                                       00050300
                                                                        00050400
           IF WRK-FS-PEDVSAM NOT EQUAL ZEROS                            00050500
              MOVE 'ERRO NO ARQUIVO PEDVSAM'     TO WRK-MENSAGEM        00050600
              MOVE WRK-FS-PEDVSAM                TO WRK-STATUS          00050700
              PERFORM 9000-TRATAR-ERRO                                  00050800
           END-IF                                                       00050900
                                                                        00051000
           IF WRK-FS-KDXVSAM NOT EQUAL ZEROS                            00051100
              MOVE 'ERRO NO ARQUIVO KDXVSAM'     TO WRK-MENSAGEM        00051200
              MOVE WRK-FS-KDXVSAM                TO WRK-STATUS          00051300
              PERFORM 9000-TRATAR-ERRO                                  00051400
           END-IF.                                                      00051500
                                                                        00051600
      *----------------------------------------------------------------*00051700
       1100-99-FIM.                           EXIT.                     00051800
      *----------------------------------------------------------------*00051900
                                                                        00052000
      *----------------------------------------------------------------*00052100
       1300-CARREGAR-FORNECEDORES             SECTION.                  00052200
      *----------------------------------------------------------------*00052300
                                                                        00052400
           OPEN INPUT CADFORN                                           00052500
           PERFORM 1390-TESTAR-CADFORN                                  00052600
                                                                        00052700
           PERFORM 1310-LER-CADFORN                                     00052800
                                                                        00052900
           PERFORM 1320-GUARDAR-FORNECEDOR                              00053000
                   UNTIL WRK-FS-CADFORN EQUAL '10'                      00053100
                                                                        00053200
           CLOSE CADFORN.                                               00053300
                                                                        00053400
      *----------------------------------------------------------------*00053500
       1300-99-FIM.                           EXIT.                     00053600
      *----------------------------------------------------------------*00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       1310-LER-CADFORN                       SECTION.                  00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
           READ CADFORN                                                 00054300
                                                                        00054400
           IF WRK-FS-CADFORN EQUAL '10'                                 00054500
              GO                  TO 1310-99-FIM                        00054600
           END-IF                                                       00054700
                                                                        00054800
           PERFORM 1390-TESTAR-CADFORN.                                 00054900
                                                                        00055000
      *----------------------------------------------------------------*00055100
       1310-99-FIM.                           EXIT.                     00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1320-GUARDAR-FORNECEDOR                SECTION.                  00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
           IF WRK-TAB-FORN-QTDE GREATER OR EQUAL 200                    00055900
              MOVE 'TABELA DE FORNECEDORES CHEIA' TO WRK-MENSAGEM       00056000
              MOVE '1320'                         TO WRK-SECAO          00056100
              MOVE SPACES                         TO WRK-STATUS         00056200
              PERFORM 9000-TRATAR-ERRO                                  00056300
           END-IF                                                       00056400
                                                                        00056500
           ADD 1                      TO WRK-TAB-FORN-QTDE              00056600
           SET WRK-IDX-FORN           TO WRK-TAB-FORN-QTDE              00056700
           MOVE FD-FORN-CODIGO        TO WRK-TAB-FORN-CODIGO            00056800
                                         (WRK-IDX-FORN)                 00056900
           MOVE FD-FORN-RAZAO         TO WRK-TAB-FORN-RAZAO             00057000
                                         (WRK-IDX-FORN)                 00057100
           MOVE FD-FORN-SITUACAO      TO WRK-TAB-FORN-SITUACAO          00057200
                                         (WRK-IDX-FORN)                 00057300
                                                                        00057400
           PERFORM 1310-LER-CADFORN.                                    00057500
                                                                        00057600
      *----------------------------------------------------------------*00057700
       1320-99-FIM.                           EXIT.                     00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1390-TESTAR-CADFORN                    SECTION.                  00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
           IF WRK-FS-CADFORN NOT EQUAL ZEROS                            00058500
            AND WRK-FS-CADFORN NOT EQUAL '10'                           00058600
              MOVE 'ERRO NO ARQUIVO CADFORN'     TO WRK-MENSAGEM        00058700
              MOVE '1390'                        TO WRK-SECAO           00058800
              MOVE WRK-FS-CADFORN                TO WRK-STATUS          00058900
              PERFORM 9000-TRATAR-ERRO                                  00059000
           END-IF.                                                      00059100
                                                                        00059200
      *----------------------------------------------------------------*00059300
       1390-99-FIM.                           EXIT.                     00059400
      *----------------------------------------------------------------*00059500
                                                                        00059600
      ******************************************************************00059700
      *   E S T O Q U E   O N L I N E   ( P E C V S A M )              *00059800
      ******************************************************************00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       2000-CARREGAR-ESTOQUE                  SECTION.                  00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
           PERFORM 2100-LER-PECAS                                       00060500
           PERFORM 2200-LER-RESERVAS                                    00060600
                                                                        00060700
           PERFORM 2300-GRAVAR-PECVSAM                                  00060800
                   UNTIL WRK-FS-PECAS EQUAL '10'                        00060900
                                                                        00061000
      *    RESERVA DE PECA+DEPOSITO FORA DO ARQPECAS NAO ENTRA NA      *00061100
      *    CONSULTA; SO E CONTADA                                      *00061200
           PERFORM 2250-DESPREZAR-RESERVA                               00061300
                   UNTIL WRK-FS-RESERVAS EQUAL '10'                     00061400
                                                                        00061500
           CLOSE ARQPECAS                                               00061600
                 RESERVAS                                               00061700
                 PECVSAM.                                               00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       2000-99-FIM.                           EXIT.                     00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      *----------------------------------------------------------------*00062400
       2100-LER-PECAS                         SECTION.                  00062500
      *----------------------------------------------------------------*00062600
                                                                        00062700
           READ ARQPECAS                                                00062800
                                                                        00062900
           IF WRK-FS-PECAS EQUAL '10'                                   00063000
              MOVE HIGH-VALUES        TO WRK-CHAVE-PECAS                00063100
              GO                  TO 2100-99-FIM                        00063200
           END-IF                                                       00063300
                                                                        00063400
           MOVE '2100'                TO WRK-SECAO                      00063500
           PERFORM 1100-TESTAR-STATUS                                   00063600
           ADD 1                      TO ACUM-LIDOS-PECAS               00063700
           MOVE FD-COD-PECA           TO WRK-CHP-COD-PECA               00063800
           MOVE FD-DEPOSITO-PECA      TO WRK-CHP-DEPOSITO.              00063900
                                                                        00064000
      *----------------------------------------------------------------*00064100
       2100-99-FIM.                           EXIT.                     00064200
      *----------------------------------------------------------------*00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       2200-LER-RESERVAS                      SECTION.                  00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
           IF WRK-FS-RESERVAS EQUAL '10'                                00064900
              MOVE HIGH-VALUES        TO WRK-CHAVE-RESERVAS             00065000
              GO                  TO 2200-99-FIM                        00065100
           END-IF                                                       00065200
                                                                        00065300
           READ RESERVAS                                                00065400
                                                                        00065500
           IF WRK-FS-RESERVAS EQUAL '10'                                00065600
              MOVE HIGH-VALUES        TO WRK-CHAVE-RESERVAS             00065700
              GO                  TO 2200-99-FIM                        00065800
           END-IF                                                       00065900
                                                                        00066000
           MOVE '2200'                TO WRK-SECAO                      00066100
           PERFORM 1100-TESTAR-STATUS                                   00066200
           ADD 1                      TO ACUM-LIDOS-RESERVAS            00066300
           MOVE FD-RES-COD-PECA       TO WRK-CHR-COD-PECA               00066400
           MOVE FD-RES-DEPOSITO       TO WRK-CHR-DEPOSITO.              00066500
                                                                        00066600
      *----------------------------------------------------------------*00066700
       2200-99-FIM.                           EXIT.                     00066800
      *----------------------------------------------------------------*00066900
                                                                        00067000
      *----------------------------------------------------------------*00067100
       2250-DESPREZAR-RESERVA                 SECTION.                  00067200
      *----------------------------------------------------------------*00067300
                                                                        00067400
           ADD 1                      TO ACUM-RESERVAS-SEM-PECA         00067500
                                                                        00067600
           PERFORM 2200-LER-RESERVAS.                                   00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       2250-99-FIM.                           EXIT.                     00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       2300-GRAVAR-PECVSAM                    SECTION.                  00068400
      *----------------------------------------------------------------*00068500
                                                                        00068600
           PERFORM 2250-DESPREZAR-RESERVA                               00068700
                   UNTIL WRK-CHAVE-RESERVAS NOT LESS WRK-CHAVE-PECAS    00068800
                                                                        00068900
      *    SALDO AINDA NAO RETIRADO DAS RESERVAS ABERTAS DO PAR        *00069000
           MOVE ZEROS                 TO WRK-QTD-RESERVADA              00069100
           PERFORM 2350-SOMAR-RESERVA                                   00069200
                   UNTIL WRK-CHAVE-RESERVAS NOT EQUAL WRK-CHAVE-PECAS   00069300
                                                                        00069400
           PERFORM 2400-LOCALIZAR-FORNECEDOR                            00069500
                                                                        00069600
           MOVE SPACES                TO FD-PECVSAM                     00069700
           MOVE FD-COD-PECA           TO FD-PVS-COD-PECA                00069800
           MOVE FD-DEPOSITO-PECA      TO FD-PVS-DEPOSITO                00069900
           MOVE FD-FORN-PECA          TO FD-PVS-FORN-PECA               00070000
           IF WRK-FORN-ACHOU-SIM                                        00070100
              MOVE WRK-TAB-FORN-CODIGO (WRK-IDX-FORN)                   00070200
                                      TO FD-PVS-COD-FORN                00070300
              MOVE WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN)                 00070400
                                      TO FD-PVS-SIT-FORN                00070500
           END-IF                                                       00070600
           MOVE FD-QUANT-PECA         TO FD-PVS-QUANT                   00070700
           MOVE FD-CUSTO-PECA         TO FD-PVS-CUSTO                   00070800
           MOVE FD-SITUACAO-PECA      TO FD-PVS-SITUACAO                00070900
           MOVE WRK-QTD-RESERVADA     TO FD-PVS-QTD-RESERVADA           00071000
           MOVE WRK-DATA-EXEC         TO FD-PVS-DATA-CARGA              00071100
           WRITE FD-PECVSAM                                             00071200
           MOVE '2300'                TO WRK-SECAO                      00071300
           PERFORM 1100-TESTAR-STATUS                                   00071400
           ADD 1                      TO ACUM-GRAV-PECVSAM              00071500
                                                                        00071600
           PERFORM 2100-LER-PECAS.                                      00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       2300-99-FIM.                           EXIT.                     00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       2350-SOMAR-RESERVA                     SECTION.                  00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
           IF FD-RES-ABERTA                                             00072700
              ADD FD-RES-QUANT        TO WRK-QTD-RESERVADA              00072800
           END-IF                                                       00072900
                                                                        00073000
           PERFORM 2200-LER-RESERVAS.                                   00073100
                                                                        00073200
      *----------------------------------------------------------------*00073300
       2350-99-FIM.                           EXIT.                     00073400
      *----------------------------------------------------------------*00073500
                                                                        00073600
      *----------------------------------------------------------------*00073700
       2400-LOCALIZAR-FORNECEDOR              SECTION.                  00073800
      *----------------------------------------------------------------*00073900
                                                                        00074000
           MOVE 'N'                   TO WRK-FORN-ACHOU                 00074100
           SET WRK-IDX-FORN           TO 1                              00074200
                                                                        00074300
           SEARCH WRK-TAB-FORN                                          00074400
             AT END                                                     00074500
                CONTINUE                                                00074600
             WHEN WRK-IDX-FORN GREATER WRK-TAB-FORN-QTDE                00074700
                CONTINUE                                                00074800
             WHEN WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                     00074900
                  EQUAL FD-FORN-PECA                                    00075000
                MOVE 'S'              TO WRK-FORN-ACHOU                 00075100
           END-SEARCH.                                                  00075200
                                                                        00075300
      *----------------------------------------------------------------*00075400
       2400-99-FIM.                           EXIT.                     00075500
      *----------------------------------------------------------------*00075600
                                                                        00075700
      ******************************************************************00075800
      *   P E D I D O S   E M   A B E R T O   ( P E D V S A M )        *00075900
      ******************************************************************00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       3000-SELECIONAR-PEDIDOS                SECTION.                  00076300
      *----------------------------------------------------------------*00076400
                                                                        00076500
            PERFORM 3100-LER-PEDABERT                                   00076600
                                                                        00076700
            PERFORM 3200-LIBERAR-PEDIDO                                 00076800
                    UNTIL WRK-FS-PEDABERT EQUAL '10'                    00076900
                                                                        00077000
            CLOSE PEDABERT.                                             00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       3000-99-FIM.                           EXIT.                     00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       3100-LER-PEDABERT                      SECTION.                  00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
            READ PEDABERT                                               00078100
                                                                        00078200
            IF WRK-FS-PEDABERT EQUAL '10'                               00078300
               GO                  TO 3100-99-FIM                       00078400
            END-IF                                                      00078500
                                                                        00078600
            MOVE '3100'                TO WRK-SECAO                     00078700
            PERFORM 1100-TESTAR-STATUS                                  00078800
            ADD 1                      TO ACUM-LIDOS-PEDABERT.          00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       3100-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      *----------------------------------------------------------------*00079500
       3200-LIBERAR-PEDIDO                    SECTION.                  00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
            IF FD-PED-ABERTO                                            00079900
               MOVE FD-PED-COD-PECA    TO SD-PED-COD-PECA               00080000
               MOVE FD-PED-DATA-PREV   TO SD-PED-DATA-PREV              00080100
               MOVE FD-PED-DATA        TO SD-PED-DATA                   00080200
               MOVE FD-PED-COD-FORN    TO SD-PED-COD-FORN               00080300
               MOVE FD-PED-QUANT       TO SD-PED-QUANT                  00080400
               RELEASE SD-SORTPED                                       00080500
            END-IF                                                      00080600
                                                                        00080700
            PERFORM 3100-LER-PEDABERT.                                  00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       3200-99-FIM.                           EXIT.                     00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
      *----------------------------------------------------------------*00081400
       3500-CARREGAR-PEDIDOS                  SECTION.                  00081500
      *----------------------------------------------------------------*00081600
                                                                        00081700
            MOVE 'N'                   TO WRK-FIM-SORT                  00081800
            PERFORM 3600-RETORNAR-PEDIDO                                00081900
                                                                        00082000
            PERFORM 3700-GRAVAR-PEDVSAM                                 00082100
                    UNTIL WRK-FIM-SORT-SIM                              00082200
                                                                        00082300
            CLOSE PEDVSAM.                                              00082400
                                                                        00082500
      *----------------------------------------------------------------*00082600
       3500-99-FIM.                           EXIT.                     00082700
      *----------------------------------------------------------------*00082800
                                                                        00082900
      *----------------------------------------------------------------*00083000
       3600-RETORNAR-PEDIDO                   SECTION.                  00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
            RETURN WRK-SORTPED                                          00083400
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       3600-99-FIM.                           EXIT.                     00083800
      *----------------------------------------------------------------*00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       3700-GRAVAR-PEDVSAM                    SECTION.                  00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
      *     A SEQUENCIA RECOMECA A CADA PECA+ENTREGA PREVISTA          *00084500
            MOVE SD-PED-COD-PECA       TO WRK-CHAVE-PED-ATU (1:6)       00084600
            MOVE SD-PED-DATA-PREV      TO WRK-CHAVE-PED-ATU (7:8)       00084700
                                                                        00084800
            IF WRK-CHAVE-PED-ATU NOT EQUAL WRK-CHAVE-PED-ANT            00084900
               MOVE WRK-CHAVE-PED-ATU  TO WRK-CHAVE-PED-ANT             00085000
               MOVE ZEROS              TO WRK-SEQ-PED                   00085100
            END-IF                                                      00085200
                                                                        00085300
            ADD 1                      TO WRK-SEQ-PED                   00085400
                                                                        00085500
            MOVE SPACES                TO FD-PEDVSAM                    00085600
            MOVE SD-PED-COD-PECA       TO FD-PDV-COD-PECA               00085700
            MOVE SD-PED-DATA-PREV      TO FD-PDV-DATA-PREV              00085800
            MOVE WRK-SEQ-PED           TO FD-PDV-SEQ                    00085900
            MOVE SD-PED-COD-FORN       TO FD-PDV-COD-FORN               00086000
            MOVE SD-PED-DATA           TO FD-PDV-DATA                   00086100
            MOVE SD-PED-QUANT          TO FD-PDV-QUANT                  00086200
            WRITE FD-PEDVSAM                                            00086300
            MOVE '3700'                TO WRK-SECAO                     00086400
            PERFORM 1100-TESTAR-STATUS                                  00086500
            ADD 1                      TO ACUM-GRAV-PEDVSAM             00086600
                                                                        00086700
            PERFORM 3600-RETORNAR-PEDIDO.                               00086800
                                                                        00086900
      *----------------------------------------------------------------*00087000
       3700-99-FIM.                           EXIT.                     00087100
      *----------------------------------------------------------------*00087200
                                                                        00087300
      ******************************************************************00087400
      *   K A R D E X   R E C E N T E   ( K D X V S A M )              *00087500
      ******************************************************************00087600
                                                                        00087700
      *----------------------------------------------------------------*00087800
       4000-SELECIONAR-KARDEX                 SECTION.                  00087900
      *----------------------------------------------------------------*00088000
                                                                        00088100
            PERFORM 4100-LER-KARDEX                                     00088200
                                                                        00088300
            PERFORM 4200-LIBERAR-MOVIMENTO                              00088400
                    UNTIL WRK-FS-KARDARQ EQUAL '10'                     00088500
                                                                        00088600
            CLOSE KARDARQ.                                              00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       4000-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
       4100-LER-KARDEX                        SECTION.                  00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
            READ KARDARQ                                                00089700
                                                                        00089800
            IF WRK-FS-KARDARQ EQUAL '10'                                00089900
               GO                  TO 4100-99-FIM                       00090000
            END-IF                                                      00090100
                                                                        00090200
            MOVE '4100'                TO WRK-SECAO                     00090300
            PERFORM 1100-TESTAR-STATUS                                  00090400
            ADD 1                      TO ACUM-LIDOS-KARDEX.            00090500
                                                                        00090600
      *----------------------------------------------------------------*00090700
       4100-99-FIM.                           EXIT.                     00090800
      *----------------------------------------------------------------*00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       4200-LIBERAR-MOVIMENTO                 SECTION.                  00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
            IF FD-KDX-DATA-MOVTO NOT LESS WRK-DATA-CORTE                00091500
               MOVE FD-KDX-COD-PECA    TO SD-KDX-COD-PECA               00091600
               MOVE FD-KDX-DATA-MOVTO  TO SD-KDX-DATA-MOVTO             00091700
               MOVE FD-KDX-DATA        TO SD-KDX-DATA                   00091800
               MOVE FD-KDX-HORA        TO SD-KDX-HORA                   00091900
               MOVE FD-KDX-TIPO        TO SD-KDX-TIPO                   00092000
               MOVE FD-KDX-DEPOSITO    TO SD-KDX-DEPOSITO               00092100
               MOVE FD-KDX-QUANT       TO SD-KDX-QUANT                  00092200
               MOVE FD-KDX-SALDO-APOS  TO SD-KDX-SALDO-APOS             00092300
               MOVE FD-KDX-PROGRAMA    TO SD-KDX-PROGRAMA               00092400
               MOVE FD-KDX-ORIGEM      TO SD-KDX-ORIGEM                 00092500
               RELEASE SD-SORTKDX                                       00092600
            END-IF                                                      00092700
                                                                        00092800
            PERFORM 4100-LER-KARDEX.                                    00092900
                                                                        00093000
      *----------------------------------------------------------------*00093100
       4200-99-FIM.                           EXIT.                     00093200
      *----------------------------------------------------------------*00093300
                                                                        00093400
      *----------------------------------------------------------------*00093500
       4500-CARREGAR-KARDEX                   SECTION.                  00093600
      *----------------------------------------------------------------*00093700
                                                                        00093800
            MOVE 'N'                   TO WRK-FIM-SORT                  00093900
            PERFORM 4600-RETORNAR-MOVIMENTO                             00094000
                                                                        00094100
            PERFORM 4700-GRAVAR-KDXVSAM                                 00094200
                    UNTIL WRK-FIM-SORT-SIM                              00094300
                                                                        00094400
            CLOSE KDXVSAM.                                              00094500
                                                                        00094600
      *----------------------------------------------------------------*00094700
       4500-99-FIM.                           EXIT.                     00094800
      *----------------------------------------------------------------*00094900
                                                                        00095000
      *----------------------------------------------------------------*00095100
       4600-RETORNAR-MOVIMENTO                SECTION.                  00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
            RETURN WRK-SORTKDX                                          00095500
                   AT END MOVE 'S'     TO WRK-FIM-SORT.                 00095600
                                                                        00095700
      *----------------------------------------------------------------*00095800
       4600-99-FIM.                           EXIT.                     00095900
      *----------------------------------------------------------------*00096000
                                                                        00096100
      *----------------------------------------------------------------*00096200
       4700-GRAVAR-KDXVSAM                    SECTION.                  00096300
      *----------------------------------------------------------------*00096400
                                                                        00096500
      *     A SEQUENCIA RECOMECA A CADA PECA+DATA DO MOVIMENTO         *00096600
            MOVE SD-KDX-COD-PECA       TO WRK-CHAVE-KDX-ATU (1:6)       00096700
            MOVE SD-KDX-DATA-MOVTO     TO WRK-CHAVE-KDX-ATU (7:8)       00096800
                                                                        00096900
            IF WRK-CHAVE-KDX-ATU NOT EQUAL WRK-CHAVE-KDX-ANT            00097000
               MOVE WRK-CHAVE-KDX-ATU  TO WRK-CHAVE-KDX-ANT             00097100
               MOVE ZEROS              TO WRK-SEQ-KDX                   00097200
            END-IF                                                      00097300
                                                                        00097400
            ADD 1                      TO WRK-SEQ-KDX                   00097500
                                                                        00097600
            MOVE SPACES                TO FD-KDXVSAM                    00097700
            MOVE SD-KDX-COD-PECA       TO FD-KVS-COD-PECA               00097800
            MOVE SD-KDX-DATA-MOVTO     TO FD-KVS-DATA-MOVTO             00097900
            MOVE WRK-SEQ-KDX           TO FD-KVS-SEQ                    00098000
            MOVE SD-KDX-TIPO           TO FD-KVS-TIPO                   00098100
            MOVE SD-KDX-DEPOSITO       TO FD-KVS-DEPOSITO               00098200
            MOVE SD-KDX-QUANT          TO FD-KVS-QUANT                  00098300
            MOVE SD-KDX-SALDO-APOS     TO FD-KVS-SALDO-APOS             00098400
            MOVE SD-KDX-PROGRAMA       TO FD-KVS-PROGRAMA               00098500
            MOVE SD-KDX-ORIGEM         TO FD-KVS-ORIGEM                 00098600
            WRITE FD-KDXVSAM                                            00098700
            MOVE '4700'                TO WRK-SECAO                     00098800
            PERFORM 1100-TESTAR-STATUS                                  00098900
            ADD 1                      TO ACUM-GRAV-KDXVSAM             00099000
                                                                        00099100
            PERFORM 4600-RETORNAR-MOVIMENTO.                            00099200
                                                                        00099300
      *----------------------------------------------------------------*00099400
       4700-99-FIM.                           EXIT.                     00099500
      *----------------------------------------------------------------*00099600
                                                                        00099700
      ******************************************************************00099800
      *                     F I N A L I Z A R                          *00099900
      ******************************************************************00100000
                                                                        00100100
      *----------------------------------------------------------------*00100200
       5000-FINALIZAR                        SECTION.                   00100300
      *----------------------------------------------------------------*00100400
                                                                        00100500
            DISPLAY '*************************************************' 00100600
            DISPLAY '     CARGA DA CONSULTA ONLINE DE PECAS (VSAM)    ' 00100700
            DISPLAY '                                                 ' 00100800
            DISPLAY '  LIDOS ARQPECAS      :  ' ACUM-LIDOS-PECAS        00100900
            DISPLAY '  LIDOS RESERVAS      :  ' ACUM-LIDOS-RESERVAS     00101000
            DISPLAY '  RESERVAS SEM PECA   :  ' ACUM-RESERVAS-SEM-PECA  00101100
            DISPLAY '  LIDOS PEDABERT      :  ' ACUM-LIDOS-PEDABERT     00101200
            DISPLAY '  LIDOS KARDEX        :  ' ACUM-LIDOS-KARDEX       00101300
            DISPLAY '  KARDEX DESDE        :  ' WRK-DATA-CORTE          00101400
            DISPLAY '  GRAVADOS PECVSAM    :  ' ACUM-GRAV-PECVSAM       00101500
            DISPLAY '  GRAVADOS PEDVSAM    :  ' ACUM-GRAV-PEDVSAM       00101600
            DISPLAY '  GRAVADOS KDXVSAM    :  ' ACUM-GRAV-KDXVSAM       00101700
            DISPLAY '                                                 ' 00101800
            DISPLAY '*************************************************'.00101900
                                                                        00102000
      *----------------------------------------------------------------*00102100
       5000-99-FIM.                           EXIT.                     00102200
      *----------------------------------------------------------------*00102300
                                                                        00102400
      ******************************************************************00102500
      *                   T R A T A R  E R R O                         *00102600
      ******************************************************************00102700
                                                                        00102800
       9000-TRATAR-ERRO                     SECTION.                    00102900
      *----------------------------------------------------------------*00103000
                  MOVE 'F'                TO WRK-SEVERIDADE             00103100
                  MOVE 'FR05EX75'         TO WRK-PROGRAMA               00103200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00103300
                  MOVE 16                 TO RETURN-CODE                00103400
                  GOBACK.                                               00103500
      *----------------------------------------------------------------*00103600
       9000-99-FIM.                           EXIT.                     00103700
      *----------------------------------------------------------------*00103800
