      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX69.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX69                                       *00002000
      *    TIPO.......: DIARIO CONTABIL DO ESTOQUE (INTERFACE RAZAO)   *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CONTABILIZAR OS MOVIMENTOS DO DIA NO LIVRO       *00002800
      *               KARDEX: CADA MOVIMENTO E VALORIZADO AO CUSTO     *00002900
      *               MEDIO PONDERADO DA PECA+DEPOSITO (FD-CUSTO-PECA  *00003000
      *               DO ARQPECAS, MANTIDO PELO FR05EX07) E VIRA UM    *00003100
      *               PAR D/C NA INTERFACE COM O RAZAO CORPORATIVO     *00003200
      *               (GLMOV, BOOK B#GLJRN, O MESMO DO FR05EX27):      *00003300
      *               RECEBIMENTO - ESTOQUE X RECEBIDO A PAGAR;        *00003400
      *               REQUISICAO  - DESPESA X ESTOQUE;                 *00003500
      *               AJUSTE DE INVENTARIO - GANHO OU PERDA;           *00003600
      *               DEVOLUCAO   - FORNECEDORES X ESTOQUE;            *00003700
      *               TRANSFERENCIA (FR05EX34) - ENTRE AS SUBCONTAS    *00003800
      *               DE ESTOQUE DOS DEPOSITOS, PELA CONTA DE          *00003900
      *               TRANSITO (CADA PERNA DO KARDEX E UM PAR).        *00004000
      *               AS CONTAS VEM DA TABELA CTBEST (B#CTBEST) POR    *00004100
      *               TIPO + DEPOSITO. OS PARES DE MESMAS CONTAS SAO   *00004200
      *               SOMADOS EM UM UNICO LANCAMENTO. A PAGINA DE      *00004300
      *               CONTROLE (RELCTE) PROVA QUE O DIARIO FECHA EM    *00004400
      *               ZERO E QUE A VARIACAO DAS CONTAS DE ESTOQUE      *00004500
      *               CASA COM A VARIACAO DO VALOR DO ESTOQUE, APURADA *00004600
      *               PELO SALDO-APOS DO PRIMEIRO E DO ULTIMO          *00004700
      *               MOVIMENTO DO DIA DE CADA PECA+DEPOSITO.          *00004800
      *----------------------------------------------------------------*00004900
      *    ARQUIVOS :                                                  *00005000
      *    DDNAME          I/O                                         *00005100
      *    KARDARQ          I    LIVRO DE MOVIMENTACAO (GRAVAKDX)      *00005200
      *    JCLPECAS         I    PECAS EM ESTOQUE (CUSTO MEDIO)        *00005300
      *    JCLCTBES         I    TABELA DE CONTAS DO ESTOQUE (CTBEST)  *00005400
      *    JCLGLMOV         O    LANCAMENTOS DA INTERFACE RAZAO        *00005500
      *    JCLRELCT         O    PAGINA DE CONTROLE DO DIARIO          *00005600
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00005700
      *----------------------------------------------------------------*00005800
      *    BOOKS    :    B#ARQE, B#CTBEST, B#GLJRN, B#GRALOG,          *00005900
      *                  B#RUNCTL, B#DATPRC                            *00006000
      *----------------------------------------------------------------*00006100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006400
      *----------------------------------------------------------------*00006500
      *    PARAMETROS (VIA SYSIN):                                     *00006600
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
             SELECT KARDARQ   ASSIGN     TO KARDARQ                     00009100
                    FILE STATUS     IS WRK-FS-KARDARQ.                  00009200
                                                                        00009300
             SELECT ARQPECAS  ASSIGN     TO JCLPECAS                    00009400
                    FILE STATUS     IS WRK-FS-PECAS.                    00009500
                                                                        00009600
             SELECT CTBEST    ASSIGN     TO JCLCTBES                    00009700
                    FILE STATUS     IS WRK-FS-CTBEST.                   00009800
                                                                        00009900
             SELECT GLMOV     ASSIGN     TO JCLGLMOV                    00010000
                    FILE STATUS     IS WRK-FS-GLMOV.                    00010100
                                                                        00010200
             SELECT RELCTE    ASSIGN     TO JCLRELCT                    00010300
                    FILE STATUS     IS WRK-FS-RELCTE.                   00010400
                                                                        00010500
             SELECT WRK-SORTKDX ASSIGN   TO JCLSORT.                    00010600
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
      *  INPUT - LIVRO DE MOVIMENTACAO (KARDARQ) - LRECL = 071.        *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD KARDARQ                                                       00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-KARDARQ.                                                   00012300
          05 FD-KDX-DATA              PIC X(08).                        00012400
          05 FD-KDX-HORA              PIC X(08).                        00012500
          05 FD-KDX-PROGRAMA          PIC X(08).                        00012600
          05 FD-KDX-COD-PECA          PIC X(06).                        00012700
          05 FD-KDX-DATA-MOVTO        PIC X(08).                        00012800
          05 FD-KDX-TIPO              PIC X(01).                        00012900
          05 FD-KDX-QUANT             PIC S9(05).                       00013000
          05 FD-KDX-SALDO-APOS        PIC 9(05).                        00013100
          05 FD-KDX-ORIGEM            PIC X(20).                        00013200
          05 FD-KDX-DEPOSITO          PIC X(02).                        00013300
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
      *  INPUT - TABELA DE CONTAS DO ESTOQUE (CTBEST) - LRECL = 040.   *00014500
      *----------------------------------------------------------------*00014600
                                                                        00014700
       FD CTBEST                                                        00014800
           RECORDING MODE IS F                                          00014900
           BLOCK CONTAINS 0 RECORDS.                                    00015000
       01 FD-CTBEST         PIC X(040).                                 00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *  OUTPUT - LANCAMENTOS DA INTERFACE RAZAO (GLMOV) - LRECL = 060.*00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       FD GLMOV                                                         00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
                                                                        00016000
           COPY 'B#GLJRN'.                                              00016100
                                                                        00016200
      *----------------------------------------------------------------*00016300
      *  OUTPUT - PAGINA DE CONTROLE DO DIARIO (RELCTE) - LRECL = 080. *00016400
      *----------------------------------------------------------------*00016500
                                                                        00016600
       FD RELCTE                                                        00016700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-RELCTE         PIC X(080).                                 00017000
                                                                        00017100
      *----------------------------------------------------------------*00017200
      *    WORK - MOVIMENTOS DO DIA POR PECA+DEPOSITO, EM ORDEM DE     *00017300
      *           GRAVACAO                                             *00017400
      *----------------------------------------------------------------*00017500
                                                                        00017600
       SD WRK-SORTKDX.                                                  00017700
       01 SD-SORTKDX.                                                   00017800
          05 SD-KDX-COD-PECA          PIC X(06).                        00017900
          05 SD-KDX-DEPOSITO          PIC X(02).                        00018000
          05 SD-KDX-DATA              PIC X(08).                        00018100
          05 SD-KDX-HORA              PIC X(08).                        00018200
          05 SD-KDX-TIPO              PIC X(01).                        00018300
          05 SD-KDX-QUANT             PIC S9(05).                       00018400
          05 SD-KDX-SALDO-APOS        PIC 9(05).                        00018500
          05 SD-KDX-PROGRAMA          PIC X(08).                        00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       WORKING-STORAGE                            SECTION.              00018900
      *----------------------------------------------------------------*00019000
      *----------------------------------------------------------------*00019100
       01 FILLER                         PIC X(050)       VALUE         00019200
                   '*** INICIO DA WORKING FR05EX69 ***'.                00019300
      *----------------------------------------------------------------*00019400
                                                                        00019500
       77 WRK-FS-KARDARQ                 PIC X(002) VALUE SPACES.       00019600
       77 WRK-FS-PECAS                   PIC X(002) VALUE SPACES.       00019700
       77 WRK-FS-CTBEST                  PIC X(002) VALUE SPACES.       00019800
       77 WRK-FS-GLMOV                   PIC X(002) VALUE SPACES.       00019900
       77 WRK-FS-RELCTE                  PIC X(002) VALUE SPACES.       00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
       01 FILLER                         PIC X(050)       VALUE         00020300
                     '*** AREA DA ACUMULADORES ***'.                    00020400
      *----------------------------------------------------------------*00020500
                                                                        00020600
       77 ACUM-LIDOS-KARDEX              PIC 9(007) VALUE ZEROS.        00020700
       77 ACUM-MOVTOS-DIA                PIC 9(007) VALUE ZEROS.        00020800
       77 ACUM-CONTABILIZADOS            PIC 9(007) VALUE ZEROS.        00020900
       77 ACUM-SEM-CONTA                 PIC 9(005) VALUE ZEROS.        00021000
       77 ACUM-SEM-CUSTO                 PIC 9(005) VALUE ZEROS.        00021100
       77 ACUM-IGNORADOS                 PIC 9(005) VALUE ZEROS.        00021200
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00021300
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00021400
       77 ACUM-SOMA-CREDITOS             PIC 9(015)V99 VALUE ZEROS.     00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
       01 FILLER                         PIC X(050)       VALUE         00021800
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00021900
      *----------------------------------------------------------------*00022000
                                                                        00022100
       77 WRK-FIM-SORT                   PIC X(001) VALUE 'N'.          00022200
           88 WRK-FIM-SORT-SIM                      VALUE 'S'.          00022300
       77 WRK-CTB-ACHOU                  PIC X(001) VALUE 'N'.          00022400
           88 WRK-CTB-ACHOU-SIM                     VALUE 'S'.          00022500
       77 WRK-LCT-ACHOU                  PIC X(001) VALUE 'N'.          00022600
           88 WRK-LCT-ACHOU-SIM                     VALUE 'S'.          00022700
       77 WRK-ESTOQUE-DEBITO             PIC X(001) VALUE 'N'.          00022800
           88 WRK-ESTOQUE-DEBITO-SIM                VALUE 'S'.          00022900
       77 WRK-TIPO-CTB                   PIC X(001) VALUE SPACES.       00023000
       77 WRK-CHAVE-CTB                  PIC X(003) VALUE SPACES.       00023100
       77 WRK-CUSTO-APLICADO             PIC 9(005)V99 VALUE ZEROS.     00023200
       77 WRK-QTD-ABERTURA               PIC S9(007) VALUE ZEROS.       00023300
       77 WRK-QTD-FECHAMENTO             PIC 9(005) VALUE ZEROS.        00023400
       77 WRK-QTD-MOVTO                  PIC 9(005) VALUE ZEROS.        00023500
       77 WRK-VALOR-MOVTO                PIC 9(013)V99 VALUE ZEROS.     00023600
       77 WRK-CONTA-DEB                  PIC X(008) VALUE SPACES.       00023700
       77 WRK-CONTA-CRE                  PIC X(008) VALUE SPACES.       00023800
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
      *    CHAVES COMPOSTAS (PECA+DEPOSITO) DO CASAMENTO               *00024200
      *----------------------------------------------------------------*00024300
       01 WRK-CHV-PECA.                                                 00024400
          05 WRK-CHVP-COD             PIC X(06).                        00024500
          05 WRK-CHVP-DEP             PIC X(02).                        00024600
       01 WRK-CHV-KDX.                                                  00024700
          05 WRK-CHVK-COD             PIC X(06).                        00024800
          05 WRK-CHVK-DEP             PIC X(02).                        00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    TOTAIS DA PAGINA DE CONTROLE                                *00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
       77 WRK-VLR-RECEBIMENTO            PIC 9(013)V99 VALUE ZEROS.     00025500
       77 WRK-VLR-REQUISICAO             PIC 9(013)V99 VALUE ZEROS.     00025600
       77 WRK-VLR-GANHO                  PIC 9(013)V99 VALUE ZEROS.     00025700
       77 WRK-VLR-PERDA                  PIC 9(013)V99 VALUE ZEROS.     00025800
       77 WRK-VLR-DEVOLUCAO              PIC 9(013)V99 VALUE ZEROS.     00025900
       77 WRK-VLR-TRF-ENTRADA            PIC 9(013)V99 VALUE ZEROS.     00026000
       77 WRK-VLR-TRF-SAIDA              PIC 9(013)V99 VALUE ZEROS.     00026100
       77 WRK-VLR-SEM-CONTA              PIC 9(013)V99 VALUE ZEROS.     00026200
       77 WRK-VAR-ESTOQUE                PIC S9(013)V99 VALUE ZEROS.    00026300
       77 WRK-VAR-CONTABIL               PIC S9(013)V99 VALUE ZEROS.    00026400
       77 WRK-SALDO-TRANSITO             PIC S9(013)V99 VALUE ZEROS.    00026500
       77 WRK-DIFERENCA                  PIC S9(015)V99 VALUE ZEROS.    00026600
       77 WRK-DIF-ESTOQUE                PIC S9(015)V99 VALUE ZEROS.    00026700
                                                                        00026800
      *----------------------------------------------------------------*00026900
      *    TABELA DE CONTAS DO ESTOQUE (CTBEST)                        *00027000
      *----------------------------------------------------------------*00027100
                                                                        00027200
       01 WRK-TAB-CONTAS.                                               00027300
          05 WRK-TAB-CTB                 OCCURS 100 TIMES               00027400
                                          INDEXED BY WRK-IDX-CTB.       00027500
             10 WRK-TAB-CTB-CHAVE        PIC X(03).                     00027600
             10 WRK-TAB-CTB-ESTOQUE      PIC X(08).                     00027700
             10 WRK-TAB-CTB-CONTRA       PIC X(08).                     00027800
             10 WRK-TAB-CTB-HISTORICO    PIC X(20).                     00027900
                                                                        00028000
       77 WRK-TAB-CTB-QTDE               PIC 9(003) VALUE ZEROS.        00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
      *    LANCAMENTOS DO DIA SOMADOS POR PAR DE CONTAS                *00028400
      *----------------------------------------------------------------*00028500
                                                                        00028600
       01 WRK-TAB-LANCAMENTOS.                                          00028700
          05 WRK-TAB-LCT                 OCCURS 200 TIMES               00028800
                                          INDEXED BY WRK-IDX-LCT.       00028900
             10 WRK-TAB-LCT-CONTA-DEB    PIC X(08).                     00029000
             10 WRK-TAB-LCT-CONTA-CRE    PIC X(08).                     00029100
             10 WRK-TAB-LCT-HISTORICO    PIC X(20).                     00029200
             10 WRK-TAB-LCT-VALOR        PIC 9(013)V99.                 00029300
                                                                        00029400
       77 WRK-TAB-LCT-QTDE               PIC 9(003) VALUE ZEROS.        00029500
                                                                        00029600
      *----------------------------------------------------------------*00029700
      *    LINHAS DA PAGINA DE CONTROLE                                *00029800
      *----------------------------------------------------------------*00029900
                                                                        00030000
       01 WRK-CABEC1.                                                   00030100
          05 FILLER               PIC X(046) VALUE                      00030200
             'FR05EX69 - DIARIO CONTABIL DO ESTOQUE         '.          00030300
          05 FILLER               PIC X(012) VALUE '   MOVIMENTO'.      00030400
          05 FILLER               PIC X(001) VALUE SPACES.              00030500
          05 WRK-CB-DATA          PIC X(008) VALUE SPACES.              00030600
          05 FILLER               PIC X(013) VALUE SPACES.              00030700
                                                                        00030800
       01 WRK-LINCTL.                                                   00030900
          05 WRK-CT-ROTULO               PIC X(025).                    00031000
          05 FILLER                      PIC X(002) VALUE SPACES.       00031100
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00031200
          05 FILLER                      PIC X(033) VALUE SPACES.       00031300
                                                                        00031400
      *----------------------------------------------------------------*00031500
       01 FILLER                         PIC X(050)       VALUE         00031600
                     '*** AREA DA BOOK DO ESTOQUE ***'.                 00031700
      *----------------------------------------------------------------*00031800
                                                                        00031900
       COPY 'B#ARQE'.                                                   00032000
                                                                        00032100
       COPY 'B#CTBEST'.                                                 00032200
                                                                        00032300
      *----------------------------------------------------------------*00032400
       01 FILLER                         PIC X(050)       VALUE         00032500
                    '*** AREA DA BOOK GRAVALOG ***'.                    00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
                           COPY 'B#GRALOG'.                             00032900
                                                                        00033000
      ******************************************************************00033100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00033200
      ******************************************************************00033300
                                                                        00033400
       COPY 'B#RUNCTL'.                                                 00033500
                                                                        00033600
       COPY 'B#DATPRC'.                                                 00033700
                                                                        00033800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00033900
                                                                        00034000
      *================================================================*00034100
       PROCEDURE                                 DIVISION.              00034200
      *================================================================*00034300
                                                                        00034400
      ******************************************************************00034500
      *              P R O G R A M A  P R I N C I P A L                *00034600
      ******************************************************************00034700
                                                                        00034800
      *----------------------------------------------------------------*00034900
       0000-PRINCIPAL                            SECTION.               00035000
      *----------------------------------------------------------------*00035100
                                                                        00035200
            PERFORM 1000-INICIAR                                        00035300
                                                                        00035400
            PERFORM 1200-CARREGAR-CONTAS                                00035500
                                                                        00035600
            SORT WRK-SORTKDX                                            00035700
                 ON ASCENDING KEY SD-KDX-COD-PECA                       00035800
                                  SD-KDX-DEPOSITO                       00035900
                                  SD-KDX-DATA                           00036000
                                  SD-KDX-HORA                           00036100
                 INPUT PROCEDURE  2000-SELECIONAR-DIA                   00036200
                 OUTPUT PROCEDURE 3000-CONTABILIZAR                     00036300
                                                                        00036400
            PERFORM 3800-GRAVAR-LANCAMENTOS                             00036500
                                                                        00036600
            PERFORM 4000-FINALIZAR                                      00036700
                                                                        00036800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00036900
            MOVE ACUM-LIDOS-KARDEX    TO WRK-RUN-LIDOS                  00037000
            MOVE ACUM-LANCAMENTOS     TO WRK-RUN-GRAVADOS               00037100
            MOVE ZEROS                TO WRK-RUN-RC                     00037200
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00037300
                                                                        00037400
            STOP RUN.                                                   00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       0000-99-FIM.                           EXIT.                     00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
      ******************************************************************00038100
      *                       I N I C I A R                            *00038200
      ******************************************************************00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       1000-INICIAR                           SECTION.                  00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO            *00038900
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00039000
           CALL 'LERDATAP'            USING WRK-DATPRC                  00039100
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00039200
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00039300
           MOVE 'FR05EX69'            TO WRK-RUN-PROGRAMA               00039400
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00039500
           MOVE ZEROS                 TO WRK-RUN-RC                     00039600
                                         WRK-RUN-LIDOS                  00039700
                                         WRK-RUN-GRAVADOS               00039800
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00039900
                                                                        00040000
           IF WRK-RUN-DATA-JA-FEITA                                     00040100
              MOVE 'A'                TO WRK-SEVERIDADE                 00040200
              MOVE 'FR05EX69'         TO WRK-PROGRAMA                   00040300
              MOVE '1000  '           TO WRK-SECAO                      00040400
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00040500
                                      TO WRK-MENSAGEM                   00040600
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00040700
              CALL 'GRAVALOG'         USING WRK-LOG                     00040800
              MOVE 08                 TO RETURN-CODE                    00040900
              GOBACK                                                    00041000
           END-IF                                                       00041100
                                                                        00041200
           OPEN INPUT  KARDARQ                                          00041300
                INPUT  ARQPECAS                                         00041400
                INPUT  CTBEST                                           00041500
                OUTPUT GLMOV                                            00041600
                OUTPUT RELCTE                                           00041700
                                                                        00041800
           PERFORM 1100-TESTAR-STATUS                                   00041900
                                                                        00042000
           PERFORM 1300-GRAVAR-HEADER.                                  00042100
                                                                        00042200
      *----------------------------------------------------------------*00042300
       1000-99-FIM.                            EXIT.                    00042400
      *----------------------------------------------------------------*00042500
                                                                        00042600
      *----------------------------------------------------------------*00042700
       1100-TESTAR-STATUS                    SECTION.                   00042800
      *----------------------------------------------------------------*00042900
                                                                        00043000
           IF WRK-FS-KARDARQ NOT EQUAL ZEROS                            00043100
            AND WRK-FS-KARDARQ NOT EQUAL '10'                           00043200
              MOVE 'ERRO NO ARQUIVO KARDARQ'     TO WRK-MENSAGEM        00043300
              MOVE WRK-FS-KARDARQ                TO WRK-STATUS          00043400
              PERFORM 9000-TRATAR-ERRO                                  00043500
           END-IF                                                       00043600
                                                                        00043700
           IF WRK-FS-PECAS NOT EQUAL ZEROS                              00043800
            AND WRK-FS-PECAS NOT EQUAL '10'                             00043900
              MOVE 'ERRO NO ARQUIVO ARQPECAS'    TO WRK-MENSAGEM        00044000
              MOVE WRK-FS-PECAS                  TO WRK-STATUS          00044100
              PERFORM 9000-TRATAR-ERRO                                  00044200
           END-IF                                                       00044300
                                                                        00044400
           IF WRK-FS-CTBEST NOT EQUAL ZEROS                             00044500
            AND WRK-FS-CTBEST NOT EQUAL '10'                            00044600
              MOVE 'ERRO NO ARQUIVO CTBEST'      TO WRK-MENSAGEM        00044700
              MOVE WRK-FS-CTBEST                 TO WRK-STATUS          00044800
              PERFORM 9000-TRATAR-ERRO                                  00044900
           END-IF                                                       00045000
                                                                        00045100
           IF WRK-FS-GLMOV NOT EQUAL ZEROS                              00045200
              MOVE 'ERRO NO ARQUIVO GLMOV'       TO WRK-MENSAGEM        00045300
              MOVE WRK-FS-GLMOV                  TO WRK-STATUS          00045400
              PERFORM 9000-TRATAR-ERRO                                  00045500
           END-IF                                                       00045600
                                                                        00045700
           IF WRK-FS-RELCTE NOT EQUAL ZEROS                             00045800
              MOVE 'ERRO NO ARQUIVO RELCTE'      TO WRK-MENSAGEM        00045900
              MOVE WRK-FS-RELCTE                 TO WRK-STATUS          00046000
              PERFORM 9000-TRATAR-ERRO                                  00046100
           END-IF.                                                      00046200
                                                                        00046300
      *----------------------------------------------------------------*00046400
       1100-99-FIM.                            EXIT.                    00046500
      *----------------------------------------------------------------*00046600
                                                                        00046700
      ******************************************************************00046800
      *           C A R R E G A R   T A B E L A   D E   C O N T A S    *00046900
      ******************************************************************00047000
                                                                        00047100
      *----------------------------------------------------------------*00047200
       1200-CARREGAR-CONTAS                    SECTION.                 00047300
      *----------------------------------------------------------------*00047400
                                                                        00047500
           PERFORM 1210-LER-CTBEST                                      00047600
                                                                        00047700
           PERFORM 1220-GUARDAR-CONTA                                   00047800
                   UNTIL WRK-FS-CTBEST EQUAL '10'                       00047900
                                                                        00048000
           CLOSE CTBEST                                                 00048100
                                                                        00048200
           IF WRK-TAB-CTB-QTDE EQUAL ZEROS                              00048300
              MOVE 'TABELA DE CONTAS CTBEST VAZIA' TO WRK-MENSAGEM      00048400
              MOVE '1200  '                      TO WRK-SECAO           00048500
              MOVE SPACES                        TO WRK-STATUS          00048600
              PERFORM 9000-TRATAR-ERRO                                  00048700
           END-IF.                                                      00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1200-99-FIM.                            EXIT.                    00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       1210-LER-CTBEST                         SECTION.                 00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
           READ CTBEST                INTO WRK-CTBEST                   00049800
                                                                        00049900
           IF WRK-FS-CTBEST EQUAL '10'                                  00050000
              GO                  TO 1210-99-FIM                        00050100
           END-IF                                                       00050200
                                                                        00050300
           PERFORM 1100-TESTAR-STATUS.                                  00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1210-99-FIM.                            EXIT.                    00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1220-GUARDAR-CONTA                      SECTION.                 00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      *    LINHA COM TIPO DESCONHECIDO OU SEM CONTA NAO ENTRA          *00051400
           IF NOT FD-CTB-TIPO-VALIDO                                    00051500
            OR FD-CTB-CONTA-ESTOQUE EQUAL SPACES                        00051600
            OR FD-CTB-CONTA-CONTRA  EQUAL SPACES                        00051700
              MOVE 'A'                TO WRK-SEVERIDADE                 00051800
              MOVE 'FR05EX69'         TO WRK-PROGRAMA                   00051900
              MOVE '1220  '           TO WRK-SECAO                      00052000
              MOVE 'LINHA INVALIDA NA TABELA CTBEST'                    00052100
                                      TO WRK-MENSAGEM                   00052200
              MOVE FD-CTB-CHAVE       TO WRK-STATUS                     00052300
              CALL 'GRAVALOG'         USING WRK-LOG                     00052400
              PERFORM 1210-LER-CTBEST                                   00052500
              GO                  TO 1220-99-FIM                        00052600
           END-IF                                                       00052700
                                                                        00052800
           IF WRK-TAB-CTB-QTDE GREATER OR EQUAL 100                     00052900
              MOVE 'TABELA DE CONTAS CHEIA'      TO WRK-MENSAGEM        00053000
              MOVE '1220  '                      TO WRK-SECAO           00053100
              MOVE SPACES                        TO WRK-STATUS          00053200
              PERFORM 9000-TRATAR-ERRO                                  00053300
           END-IF                                                       00053400
                                                                        00053500
           ADD 1                      TO WRK-TAB-CTB-QTDE               00053600
           SET WRK-IDX-CTB            TO WRK-TAB-CTB-QTDE               00053700
           MOVE FD-CTB-CHAVE          TO WRK-TAB-CTB-CHAVE              00053800
                                         (WRK-IDX-CTB)                  00053900
           MOVE FD-CTB-CONTA-ESTOQUE  TO WRK-TAB-CTB-ESTOQUE            00054000
                                         (WRK-IDX-CTB)                  00054100
           MOVE FD-CTB-CONTA-CONTRA   TO WRK-TAB-CTB-CONTRA             00054200
                                         (WRK-IDX-CTB)                  00054300
           MOVE FD-CTB-HISTORICO      TO WRK-TAB-CTB-HISTORICO          00054400
                                         (WRK-IDX-CTB)                  00054500
                                                                        00054600
           PERFORM 1210-LER-CTBEST.                                     00054700
                                                                        00054800
      *----------------------------------------------------------------*00054900
       1220-99-FIM.                            EXIT.                    00055000
      *----------------------------------------------------------------*00055100
                                                                        00055200
      *----------------------------------------------------------------*00055300
       1300-GRAVAR-HEADER                    SECTION.                   00055400
      *----------------------------------------------------------------*00055500
                                                                        00055600
           MOVE SPACES               TO FD-GLMOV                        00055700
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00055800
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00055900
           MOVE 'FR05EX69'           TO FD-GLJ-H-ORIGEM                 00056000
           WRITE FD-GLMOV                                               00056100
           PERFORM 1100-TESTAR-STATUS.                                  00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       1300-99-FIM.                           EXIT.                     00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
      ******************************************************************00056800
      *   S E L E C I O N A R   O S   M O V I M E N T O S   D O   D I A*00056900
      ******************************************************************00057000
                                                                        00057100
      *----------------------------------------------------------------*00057200
       2000-SELECIONAR-DIA                   SECTION.                   00057300
      *----------------------------------------------------------------*00057400
                                                                        00057500
           PERFORM 2100-LER-KARDARQ                                     00057600
                                                                        00057700
           PERFORM 2200-LIBERAR-MOVIMENTO                               00057800
                   UNTIL WRK-FS-KARDARQ EQUAL '10'                      00057900
                                                                        00058000
           CLOSE KARDARQ.                                               00058100
                                                                        00058200
      *----------------------------------------------------------------*00058300
       2000-99-FIM.                           EXIT.                     00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       2100-LER-KARDARQ                      SECTION.                   00058800
      *----------------------------------------------------------------*00058900
                                                                        00059000
           READ KARDARQ                                                 00059100
                                                                        00059200
           IF WRK-FS-KARDARQ EQUAL '10'                                 00059300
              GO                  TO 2100-99-FIM                        00059400
           END-IF                                                       00059500
                                                                        00059600
           PERFORM 1100-TESTAR-STATUS                                   00059700
           ADD 1                    TO ACUM-LIDOS-KARDEX.               00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2100-99-FIM.                           EXIT.                     00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2200-LIBERAR-MOVIMENTO                SECTION.                   00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
           IF FD-KDX-DATA-MOVTO NOT EQUAL WRK-DATA-EXEC                 00060800
            OR FD-KDX-QUANT NOT NUMERIC                                 00060900
            OR FD-KDX-SALDO-APOS NOT NUMERIC                            00061000
              GO                  TO 2200-80-LER                        00061100
           END-IF                                                       00061200
                                                                        00061300
           MOVE FD-KDX-COD-PECA      TO SD-KDX-COD-PECA                 00061400
           MOVE FD-KDX-DEPOSITO      TO SD-KDX-DEPOSITO                 00061500
           MOVE FD-KDX-DATA          TO SD-KDX-DATA                     00061600
           MOVE FD-KDX-HORA          TO SD-KDX-HORA                     00061700
           MOVE FD-KDX-TIPO          TO SD-KDX-TIPO                     00061800
           MOVE FD-KDX-QUANT         TO SD-KDX-QUANT                    00061900
           MOVE FD-KDX-SALDO-APOS    TO SD-KDX-SALDO-APOS               00062000
           MOVE FD-KDX-PROGRAMA      TO SD-KDX-PROGRAMA                 00062100
           RELEASE SD-SORTKDX                                           00062200
           ADD 1                     TO ACUM-MOVTOS-DIA.                00062300
                                                                        00062400
       2200-80-LER.                                                     00062500
           PERFORM 2100-LER-KARDARQ.                                    00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       2200-99-FIM.                           EXIT.                     00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      ******************************************************************00063200
      *   C O N T A B I L I Z A R  (SAIDA DO SORT X ARQPECAS)          *00063300
      ******************************************************************00063400
                                                                        00063500
      *----------------------------------------------------------------*00063600
       3000-CONTABILIZAR                     SECTION.                   00063700
      *----------------------------------------------------------------*00063800
                                                                        00063900
           PERFORM 3050-LER-PECAS                                       00064000
                                                                        00064100
           PERFORM 3100-RETORNAR                                        00064200
                                                                        00064300
           PERFORM 3200-CONTABILIZAR-POSICAO                            00064400
                   UNTIL WRK-FIM-SORT-SIM.                              00064500
                                                                        00064600
      *----------------------------------------------------------------*00064700
       3000-99-FIM.                           EXIT.                     00064800
      *----------------------------------------------------------------*00064900
                                                                        00065000
      *----------------------------------------------------------------*00065100
       3050-LER-PECAS                        SECTION.                   00065200
      *----------------------------------------------------------------*00065300
                                                                        00065400
           READ ARQPECAS             INTO WRK-ARQPECAS                  00065500
                                                                        00065600
           IF WRK-FS-PECAS EQUAL '10'                                   00065700
              MOVE HIGH-VALUES       TO WRK-CHV-PECA                    00065800
              GO                  TO 3050-99-FIM                        00065900
           END-IF                                                       00066000
                                                                        00066100
           PERFORM 1100-TESTAR-STATUS                                   00066200
           MOVE FD-COD-PECA          TO WRK-CHVP-COD                    00066300
           MOVE FD-DEPOSITO-PECA     TO WRK-CHVP-DEP.                   00066400
                                                                        00066500
      *----------------------------------------------------------------*00066600
       3050-99-FIM.                           EXIT.                     00066700
      *----------------------------------------------------------------*00066800
                                                                        00066900
      *----------------------------------------------------------------*00067000
       3100-RETORNAR                         SECTION.                   00067100
      *----------------------------------------------------------------*00067200
                                                                        00067300
           RETURN WRK-SORTKDX                                           00067400
                  AT END MOVE 'S'     TO WRK-FIM-SORT.                  00067500
                                                                        00067600
      *----------------------------------------------------------------*00067700
       3100-99-FIM.                           EXIT.                     00067800
      *----------------------------------------------------------------*00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       3200-CONTABILIZAR-POSICAO             SECTION.                   00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
           MOVE SD-KDX-COD-PECA      TO WRK-CHVK-COD                    00068500
           MOVE SD-KDX-DEPOSITO      TO WRK-CHVK-DEP                    00068600
                                                                        00068700
           PERFORM 3050-LER-PECAS                                       00068800
                   UNTIL WRK-CHV-PECA NOT LESS WRK-CHV-KDX              00068900
                                                                        00069000
      *    CUSTO MEDIO DA PECA+DEPOSITO; SEM ELE O MOVIMENTO VALE ZERO *00069100
      *    E FICA NO LOG PARA A CONTABILIDADE                          *00069200
           IF WRK-CHV-PECA EQUAL WRK-CHV-KDX                            00069300
            AND FD-CUSTO-PECA NUMERIC                                   00069400
              MOVE FD-CUSTO-PECA     TO WRK-CUSTO-APLICADO              00069500
           ELSE                                                         00069600
              MOVE ZEROS             TO WRK-CUSTO-APLICADO              00069700
              ADD 1                  TO ACUM-SEM-CUSTO                  00069800
              MOVE 'A'               TO WRK-SEVERIDADE                  00069900
              MOVE 'FR05EX69'        TO WRK-PROGRAMA                    00070000
              MOVE '3200  '          TO WRK-SECAO                       00070100
              MOVE 'PECA SEM CUSTO NO ARQPECAS'                         00070200
                                     TO WRK-MENSAGEM                    00070300
              MOVE WRK-CHV-KDX       TO WRK-STATUS                      00070400
              CALL 'GRAVALOG'        USING WRK-LOG                      00070500
           END-IF                                                       00070600
                                                                        00070700
      *    ABERTURA = SALDO ANTES DO PRIMEIRO MOVIMENTO DO DIA         *00070800
           COMPUTE WRK-QTD-ABERTURA = SD-KDX-SALDO-APOS - SD-KDX-QUANT  00070900
                                                                        00071000
           PERFORM 3300-CONTABILIZAR-MOVTO                              00071100
                   UNTIL WRK-FIM-SORT-SIM                               00071200
                      OR SD-KDX-COD-PECA NOT EQUAL WRK-CHVK-COD         00071300
                      OR SD-KDX-DEPOSITO NOT EQUAL WRK-CHVK-DEP         00071400
                                                                        00071500
           COMPUTE WRK-VAR-ESTOQUE = WRK-VAR-ESTOQUE                    00071600
                 + (WRK-QTD-FECHAMENTO - WRK-QTD-ABERTURA)              00071700
                 * WRK-CUSTO-APLICADO.                                  00071800
                                                                        00071900
      *----------------------------------------------------------------*00072000
       3200-99-FIM.                           EXIT.                     00072100
      *----------------------------------------------------------------*00072200
                                                                        00072300
      *----------------------------------------------------------------*00072400
       3300-CONTABILIZAR-MOVTO               SECTION.                   00072500
      *----------------------------------------------------------------*00072600
                                                                        00072700
           MOVE SD-KDX-SALDO-APOS    TO WRK-QTD-FECHAMENTO              00072800
                                                                        00072900
           IF SD-KDX-QUANT LESS ZEROS                                   00073000
              COMPUTE WRK-QTD-MOVTO = SD-KDX-QUANT * -1                 00073100
           ELSE                                                         00073200
              MOVE SD-KDX-QUANT      TO WRK-QTD-MOVTO                   00073300
           END-IF                                                       00073400
           COMPUTE WRK-VALOR-MOVTO = WRK-QTD-MOVTO * WRK-CUSTO-APLICADO 00073500
                                                                        00073600
      *    TRANSFERENCIA (FR05EX34) GRAVA UMA SAIDA NA ORIGEM E UMA    *00073700
      *    ENTRADA NO DESTINO: CADA PERNA PASSA PELA CONTA DE TRANSITO *00073800
           EVALUATE TRUE                                                00073900
             WHEN SD-KDX-PROGRAMA EQUAL 'FR05EX34'                      00074000
              MOVE 'T'               TO WRK-TIPO-CTB                    00074100
              IF SD-KDX-QUANT GREATER ZEROS                             00074200
                 MOVE 'S'            TO WRK-ESTOQUE-DEBITO              00074300
              ELSE                                                      00074400
                 MOVE 'N'            TO WRK-ESTOQUE-DEBITO              00074500
              END-IF                                                    00074600
             WHEN SD-KDX-TIPO EQUAL 'E'                                 00074700
              MOVE 'E'               TO WRK-TIPO-CTB                    00074800
              MOVE 'S'               TO WRK-ESTOQUE-DEBITO              00074900
             WHEN SD-KDX-TIPO EQUAL 'S'                                 00075000
              MOVE 'S'               TO WRK-TIPO-CTB                    00075100
              MOVE 'N'               TO WRK-ESTOQUE-DEBITO              00075200
             WHEN SD-KDX-TIPO EQUAL 'A'                                 00075300
              AND SD-KDX-QUANT GREATER ZEROS                            00075400
              MOVE 'G'               TO WRK-TIPO-CTB                    00075500
              MOVE 'S'               TO WRK-ESTOQUE-DEBITO              00075600
             WHEN SD-KDX-TIPO EQUAL 'A'                                 00075700
              MOVE 'P'               TO WRK-TIPO-CTB                    00075800
              MOVE 'N'               TO WRK-ESTOQUE-DEBITO              00075900
             WHEN SD-KDX-TIPO EQUAL 'D'                                 00076000
              MOVE 'D'               TO WRK-TIPO-CTB                    00076100
              MOVE 'N'               TO WRK-ESTOQUE-DEBITO              00076200
             WHEN OTHER                                                 00076300
              ADD 1                  TO ACUM-IGNORADOS                  00076400
              MOVE 'A'               TO WRK-SEVERIDADE                  00076500
              MOVE 'FR05EX69'        TO WRK-PROGRAMA                    00076600
              MOVE '3300  '          TO WRK-SECAO                       00076700
              MOVE 'TIPO DE MOVIMENTO SEM CONTABILIZACAO'               00076800
                                     TO WRK-MENSAGEM                    00076900
              MOVE SD-KDX-TIPO       TO WRK-STATUS                      00077000
              CALL 'GRAVALOG'        USING WRK-LOG                      00077050
              GO                  TO 3300-80-PROXIMO                    00077100
           END-EVALUATE                                                 00077200
                                                                        00077300
           IF WRK-VALOR-MOVTO EQUAL ZEROS                               00077400
              GO                  TO 3300-80-PROXIMO                    00077500
           END-IF                                                       00077600
                                                                        00077700
           PERFORM 3400-LOCALIZAR-CONTA                                 00077800
                                                                        00077900
           IF NOT WRK-CTB-ACHOU-SIM                                     00078000
              ADD 1                  TO ACUM-SEM-CONTA                  00078100
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-SEM-CONTA               00078200
              MOVE 'A'               TO WRK-SEVERIDADE                  00078300
              MOVE 'FR05EX69'        TO WRK-PROGRAMA                    00078400
              MOVE '3300  '          TO WRK-SECAO                       00078500
              MOVE 'MOVIMENTO SEM CONTA NA TABELA CTBEST'               00078600
                                     TO WRK-MENSAGEM                    00078700
              MOVE SPACES            TO WRK-STATUS                      00078800
              STRING WRK-TIPO-CTB    SD-KDX-DEPOSITO                    00078900
                     SD-KDX-COD-PECA                                    00079000
                     DELIMITED BY SIZE                                  00079100
                     INTO WRK-STATUS                                    00079200
              CALL 'GRAVALOG'        USING WRK-LOG                      00079300
              GO                  TO 3300-80-PROXIMO                    00079400
           END-IF                                                       00079500
                                                                        00079600
           IF WRK-ESTOQUE-DEBITO-SIM                                    00079700
              MOVE WRK-TAB-CTB-ESTOQUE (WRK-IDX-CTB) TO WRK-CONTA-DEB   00079800
              MOVE WRK-TAB-CTB-CONTRA  (WRK-IDX-CTB) TO WRK-CONTA-CRE   00079900
              ADD WRK-VALOR-MOVTO    TO WRK-VAR-CONTABIL                00080000
           ELSE                                                         00080100
              MOVE WRK-TAB-CTB-CONTRA  (WRK-IDX-CTB) TO WRK-CONTA-DEB   00080200
              MOVE WRK-TAB-CTB-ESTOQUE (WRK-IDX-CTB) TO WRK-CONTA-CRE   00080300
              SUBTRACT WRK-VALOR-MOVTO FROM WRK-VAR-CONTABIL            00080400
           END-IF                                                       00080500
           MOVE WRK-TAB-CTB-HISTORICO (WRK-IDX-CTB)                     00080600
                                     TO WRK-HISTORICO-LANC              00080700
                                                                        00080800
           EVALUATE WRK-TIPO-CTB                                        00080900
             WHEN 'E'                                                   00081000
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-RECEBIMENTO             00081100
             WHEN 'S'                                                   00081200
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-REQUISICAO              00081300
             WHEN 'G'                                                   00081400
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-GANHO                   00081500
             WHEN 'P'                                                   00081600
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-PERDA                   00081700
             WHEN 'D'                                                   00081800
              ADD WRK-VALOR-MOVTO    TO WRK-VLR-DEVOLUCAO               00081900
             WHEN 'T'                                                   00082000
              IF WRK-ESTOQUE-DEBITO-SIM                                 00082100
                 ADD WRK-VALOR-MOVTO TO WRK-VLR-TRF-ENTRADA             00082200
                 SUBTRACT WRK-VALOR-MOVTO FROM WRK-SALDO-TRANSITO       00082300
              ELSE                                                      00082400
                 ADD WRK-VALOR-MOVTO TO WRK-VLR-TRF-SAIDA               00082500
                 ADD WRK-VALOR-MOVTO TO WRK-SALDO-TRANSITO              00082600
              END-IF                                                    00082700
           END-EVALUATE                                                 00082800
                                                                        00082900
           PERFORM 3500-ACUMULAR-LANCAMENTO                             00083000
           ADD 1                     TO ACUM-CONTABILIZADOS.            00083100
                                                                        00083200
       3300-80-PROXIMO.                                                 00083300
           PERFORM 3100-RETORNAR.                                       00083400
                                                                        00083500
      *----------------------------------------------------------------*00083600
       3300-99-FIM.                           EXIT.                     00083700
      *----------------------------------------------------------------*00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       3400-LOCALIZAR-CONTA                  SECTION.                   00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
      *    PRIMEIRO A LINHA DO DEPOSITO; SEM ELA, A LINHA '**' DO TIPO *00084400
           MOVE WRK-TIPO-CTB         TO WRK-CHAVE-CTB (1:1)             00084500
           MOVE SD-KDX-DEPOSITO      TO WRK-CHAVE-CTB (2:2)             00084600
           PERFORM 3410-PESQUISAR-CONTA                                 00084700
                                                                        00084800
           IF NOT WRK-CTB-ACHOU-SIM                                     00084900
              MOVE '**'              TO WRK-CHAVE-CTB (2:2)             00085000
              PERFORM 3410-PESQUISAR-CONTA                              00085100
           END-IF.                                                      00085200
                                                                        00085300
      *----------------------------------------------------------------*00085400
       3400-99-FIM.                           EXIT.                     00085500
      *----------------------------------------------------------------*00085600
                                                                        00085700
      *----------------------------------------------------------------*00085800
       3410-PESQUISAR-CONTA                  SECTION.                   00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
           MOVE 'N'                  TO WRK-CTB-ACHOU                   00086200
           SET WRK-IDX-CTB           TO 1                               00086300
           SEARCH WRK-TAB-CTB                                           00086400
             AT END                                                     00086500
                CONTINUE                                                00086600
             WHEN WRK-IDX-CTB GREATER WRK-TAB-CTB-QTDE                  00086700
                CONTINUE                                                00086800
             WHEN WRK-TAB-CTB-CHAVE (WRK-IDX-CTB) EQUAL WRK-CHAVE-CTB   00086900
                MOVE 'S'             TO WRK-CTB-ACHOU                   00087000
           END-SEARCH.                                                  00087100
                                                                        00087200
      *----------------------------------------------------------------*00087300
       3410-99-FIM.                           EXIT.                     00087400
      *----------------------------------------------------------------*00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       3500-ACUMULAR-LANCAMENTO              SECTION.                   00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
           MOVE 'N'                  TO WRK-LCT-ACHOU                   00088100
                                                                        00088200
           IF WRK-TAB-LCT-QTDE GREATER ZEROS                            00088300
              SET WRK-IDX-LCT        TO 1                               00088400
              SEARCH WRK-TAB-LCT                                        00088500
                AT END                                                  00088600
                   CONTINUE                                             00088700
                WHEN WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE               00088800
                   CONTINUE                                             00088900
                WHEN WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)                00089000
                          EQUAL WRK-CONTA-DEB                           00089100
                 AND WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)                00089200
                          EQUAL WRK-CONTA-CRE                           00089300
                 AND WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                00089400
                          EQUAL WRK-HISTORICO-LANC                      00089500
                   MOVE 'S'          TO WRK-LCT-ACHOU                   00089600
              END-SEARCH                                                00089700
           END-IF                                                       00089800
                                                                        00089900
           IF NOT WRK-LCT-ACHOU-SIM                                     00090000
              IF WRK-TAB-LCT-QTDE GREATER OR EQUAL 200                  00090100
                 MOVE 'TABELA DE LANCAMENTOS CHEIA' TO WRK-MENSAGEM     00090200
                 MOVE '3500  '       TO WRK-SECAO                       00090300
                 MOVE SPACES         TO WRK-STATUS                      00090400
                 PERFORM 9000-TRATAR-ERRO                               00090500
              END-IF                                                    00090600
              ADD 1                  TO WRK-TAB-LCT-QTDE                00090700
              SET WRK-IDX-LCT        TO WRK-TAB-LCT-QTDE                00090800
              MOVE WRK-CONTA-DEB     TO WRK-TAB-LCT-CONTA-DEB           00090900
                                         (WRK-IDX-LCT)                  00091000
              MOVE WRK-CONTA-CRE     TO WRK-TAB-LCT-CONTA-CRE           00091100
                                         (WRK-IDX-LCT)                  00091200
              MOVE WRK-HISTORICO-LANC                                   00091300
                                     TO WRK-TAB-LCT-HISTORICO           00091400
                                         (WRK-IDX-LCT)                  00091500
              MOVE ZEROS             TO WRK-TAB-LCT-VALOR               00091600
                                         (WRK-IDX-LCT)                  00091700
           END-IF                                                       00091800
                                                                        00091900
           ADD WRK-VALOR-MOVTO       TO WRK-TAB-LCT-VALOR               00092000
                                         (WRK-IDX-LCT).                 00092100
                                                                        00092200
      *----------------------------------------------------------------*00092300
       3500-99-FIM.                           EXIT.                     00092400
      *----------------------------------------------------------------*00092500
                                                                        00092600
      ******************************************************************00092700
      *   G R A V A R   O S   L A N C A M E N T O S                    *00092800
      ******************************************************************00092900
                                                                        00093000
      *----------------------------------------------------------------*00093100
       3800-GRAVAR-LANCAMENTOS               SECTION.                   00093200
      *----------------------------------------------------------------*00093300
                                                                        00093400
           IF WRK-TAB-LCT-QTDE GREATER ZEROS                            00093500
              PERFORM 3810-GRAVAR-PARTIDA                               00093600
                      VARYING WRK-IDX-LCT FROM 1 BY 1                   00093700
                      UNTIL WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE        00093800
           END-IF.                                                      00093900
                                                                        00094000
      *----------------------------------------------------------------*00094100
       3800-99-FIM.                           EXIT.                     00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
      *----------------------------------------------------------------*00094500
       3810-GRAVAR-PARTIDA                   SECTION.                   00094600
      *----------------------------------------------------------------*00094700
                                                                        00094800
            MOVE SPACES                TO FD-GLMOV                      00094900
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00095000
            MOVE WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)                    00095100
                                       TO FD-GLJ-CONTA-CTB              00095200
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00095300
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00095400
                                       TO FD-GLJ-VALOR                  00095500
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00095600
                                       TO FD-GLJ-HISTORICO              00095700
            WRITE FD-GLMOV                                              00095800
            PERFORM 1100-TESTAR-STATUS                                  00095900
            ADD 1                      TO ACUM-LANCAMENTOS              00096000
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00096100
                                       TO ACUM-SOMA-DEBITOS             00096200
                                                                        00096300
            MOVE SPACES                TO FD-GLMOV                      00096400
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00096500
            MOVE WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)                    00096600
                                       TO FD-GLJ-CONTA-CTB              00096700
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00096800
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00096900
                                       TO FD-GLJ-VALOR                  00097000
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00097100
                                       TO FD-GLJ-HISTORICO              00097200
            WRITE FD-GLMOV                                              00097300
            PERFORM 1100-TESTAR-STATUS                                  00097400
            ADD 1                      TO ACUM-LANCAMENTOS              00097500
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00097600
                                       TO ACUM-SOMA-CREDITOS.           00097700
                                                                        00097800
      *----------------------------------------------------------------*00097900
       3810-99-FIM.                           EXIT.                     00098000
      *----------------------------------------------------------------*00098100
                                                                        00098200
      ******************************************************************00098300
      *                     F I N A L I Z A R                          *00098400
      ******************************************************************00098500
                                                                        00098600
      *----------------------------------------------------------------*00098700
       4000-FINALIZAR                        SECTION.                   00098800
      *----------------------------------------------------------------*00098900
                                                                        00099000
            MOVE SPACES               TO FD-GLMOV                       00099100
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00099200
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00099300
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00099400
            WRITE FD-GLMOV                                              00099500
            PERFORM 1100-TESTAR-STATUS                                  00099600
                                                                        00099700
            PERFORM 4100-PAGINA-DE-CONTROLE                             00099800
                                                                        00099900
            CLOSE ARQPECAS                                              00100000
                  GLMOV                                                 00100100
                  RELCTE.                                               00100200
                                                                        00100300
      *----------------------------------------------------------------*00100400
       4000-99-FIM.                           EXIT.                     00100500
      *----------------------------------------------------------------*00100600
                                                                        00100700
      *----------------------------------------------------------------*00100800
       4100-PAGINA-DE-CONTROLE               SECTION.                   00100900
      *----------------------------------------------------------------*00101000
                                                                        00101100
            COMPUTE WRK-DIFERENCA =                                     00101200
                    ACUM-SOMA-DEBITOS - ACUM-SOMA-CREDITOS              00101300
            COMPUTE WRK-DIF-ESTOQUE =                                   00101400
                    WRK-VAR-ESTOQUE - WRK-VAR-CONTABIL                  00101500
                                                                        00101600
            MOVE WRK-DATA-EXEC         TO WRK-CB-DATA                   00101700
            WRITE FD-RELCTE            FROM WRK-CABEC1                  00101800
            MOVE SPACES                TO FD-RELCTE                     00101900
            WRITE FD-RELCTE                                             00102000
            PERFORM 1100-TESTAR-STATUS                                  00102100
                                                                        00102200
            MOVE 'RECEBIMENTOS'        TO WRK-CT-ROTULO                 00102300
            MOVE WRK-VLR-RECEBIMENTO   TO WRK-CT-VALOR                  00102400
            PERFORM 4110-GRAVAR-LINHA                                   00102500
                                                                        00102600
            MOVE 'REQUISICOES'         TO WRK-CT-ROTULO                 00102700
            MOVE WRK-VLR-REQUISICAO    TO WRK-CT-VALOR                  00102800
            PERFORM 4110-GRAVAR-LINHA                                   00102900
                                                                        00103000
            MOVE 'GANHOS DE INVENTARIO' TO WRK-CT-ROTULO                00103100
            MOVE WRK-VLR-GANHO         TO WRK-CT-VALOR                  00103200
            PERFORM 4110-GRAVAR-LINHA                                   00103300
                                                                        00103400
            MOVE 'PERDAS DE INVENTARIO' TO WRK-CT-ROTULO                00103500
            MOVE WRK-VLR-PERDA         TO WRK-CT-VALOR                  00103600
            PERFORM 4110-GRAVAR-LINHA                                   00103700
                                                                        00103800
            MOVE 'DEVOLUCOES A FORNECEDOR' TO WRK-CT-ROTULO             00103900
            MOVE WRK-VLR-DEVOLUCAO     TO WRK-CT-VALOR                  00104000
            PERFORM 4110-GRAVAR-LINHA                                   00104100
                                                                        00104200
            MOVE 'TRANSFERENCIAS - ENTRADA' TO WRK-CT-ROTULO            00104300
            MOVE WRK-VLR-TRF-ENTRADA   TO WRK-CT-VALOR                  00104400
            PERFORM 4110-GRAVAR-LINHA                                   00104500
                                                                        00104600
            MOVE 'TRANSFERENCIAS - SAIDA' TO WRK-CT-ROTULO              00104700
            MOVE WRK-VLR-TRF-SAIDA     TO WRK-CT-VALOR                  00104800
            PERFORM 4110-GRAVAR-LINHA                                   00104900
                                                                        00105000
            MOVE 'SALDO EM TRANSITO'   TO WRK-CT-ROTULO                 00105100
            MOVE WRK-SALDO-TRANSITO    TO WRK-CT-VALOR                  00105200
            PERFORM 4110-GRAVAR-LINHA                                   00105300
                                                                        00105400
            MOVE 'SEM CONTA NA CTBEST' TO WRK-CT-ROTULO                 00105500
            MOVE WRK-VLR-SEM-CONTA     TO WRK-CT-VALOR                  00105600
            PERFORM 4110-GRAVAR-LINHA                                   00105700
                                                                        00105800
            MOVE SPACES                TO FD-RELCTE                     00105900
            WRITE FD-RELCTE                                             00106000
            PERFORM 1100-TESTAR-STATUS                                  00106100
                                                                        00106200
            MOVE 'TOTAL DE DEBITOS'    TO WRK-CT-ROTULO                 00106300
            MOVE ACUM-SOMA-DEBITOS     TO WRK-CT-VALOR                  00106400
            PERFORM 4110-GRAVAR-LINHA                                   00106500
                                                                        00106600
            MOVE 'TOTAL DE CREDITOS'   TO WRK-CT-ROTULO                 00106700
            MOVE ACUM-SOMA-CREDITOS    TO WRK-CT-VALOR                  00106800
            PERFORM 4110-GRAVAR-LINHA                                   00106900
                                                                        00107000
            MOVE 'DIFERENCA DO DIARIO' TO WRK-CT-ROTULO                 00107100
            MOVE WRK-DIFERENCA         TO WRK-CT-VALOR                  00107200
            PERFORM 4110-GRAVAR-LINHA                                   00107300
                                                                        00107400
            MOVE 'VARIACAO DO ESTOQUE' TO WRK-CT-ROTULO                 00107500
            MOVE WRK-VAR-ESTOQUE       TO WRK-CT-VALOR                  00107600
            PERFORM 4110-GRAVAR-LINHA                                   00107700
                                                                        00107800
            MOVE 'VARIACAO CONTABILIZADA' TO WRK-CT-ROTULO              00107900
            MOVE WRK-VAR-CONTABIL      TO WRK-CT-VALOR                  00108000
            PERFORM 4110-GRAVAR-LINHA                                   00108100
                                                                        00108200
            MOVE 'DIFERENCA ESTOQUE X DIARIO' TO WRK-CT-ROTULO          00108300
            MOVE WRK-DIF-ESTOQUE       TO WRK-CT-VALOR                  00108400
            PERFORM 4110-GRAVAR-LINHA                                   00108500
                                                                        00108600
            IF WRK-DIFERENCA NOT EQUAL ZEROS                            00108700
             OR WRK-DIF-ESTOQUE NOT EQUAL ZEROS                         00108800
               MOVE 'A'                TO WRK-SEVERIDADE                00108900
               MOVE 'FR05EX69'         TO WRK-PROGRAMA                  00109000
               MOVE '4100  '           TO WRK-SECAO                     00109100
               MOVE 'DIARIO NAO FECHA COM O ESTOQUE'                    00109200
                                       TO WRK-MENSAGEM                  00109300
               MOVE SPACES             TO WRK-STATUS                    00109400
               CALL 'GRAVALOG'         USING WRK-LOG                    00109500
            END-IF                                                      00109600
                                                                        00109700
            DISPLAY '*************************************************' 00109800
            DISPLAY '        DIARIO CONTABIL DO ESTOQUE               ' 00109900
            DISPLAY '                                                 ' 00110000
            DISPLAY '  LIDOS KARDEX        :  ' ACUM-LIDOS-KARDEX       00110100
            DISPLAY '  MOVIMENTOS DO DIA   :  ' ACUM-MOVTOS-DIA         00110200
            DISPLAY '  CONTABILIZADOS      :  ' ACUM-CONTABILIZADOS     00110300
            DISPLAY '  SEM CONTA           :  ' ACUM-SEM-CONTA          00110400
            DISPLAY '  POSICOES SEM CUSTO  :  ' ACUM-SEM-CUSTO          00110500
            DISPLAY '  TIPOS IGNORADOS     :  ' ACUM-IGNORADOS          00110600
            DISPLAY '  LANCAMENTOS GERADOS :  ' ACUM-LANCAMENTOS        00110700
            DISPLAY '  SOMA DOS DEBITOS    :  ' ACUM-SOMA-DEBITOS       00110800
            DISPLAY '  SOMA DOS CREDITOS   :  ' ACUM-SOMA-CREDITOS      00110900
            DISPLAY '                                                 ' 00111000
            DISPLAY '*************************************************'.00111100
                                                                        00111200
      *----------------------------------------------------------------*00111300
       4100-99-FIM.                           EXIT.                     00111400
      *----------------------------------------------------------------*00111500
                                                                        00111600
      *----------------------------------------------------------------*00111700
       4110-GRAVAR-LINHA                     SECTION.                   00111800
      *----------------------------------------------------------------*00111900
                                                                        00112000
            WRITE FD-RELCTE            FROM WRK-LINCTL                  00112100
            PERFORM 1100-TESTAR-STATUS.                                 00112200
                                                                        00112300
      *----------------------------------------------------------------*00112400
       4110-99-FIM.                           EXIT.                     00112500
      *----------------------------------------------------------------*00112600
                                                                        00112700
      ******************************************************************00112800
      *                   T R A T A R  E R R O                         *00112900
      ******************************************************************00113000
                                                                        00113100
       9000-TRATAR-ERRO                     SECTION.                    00113200
      *----------------------------------------------------------------*00113300
                  MOVE 'F'                TO WRK-SEVERIDADE             00113400
                  MOVE 'FR05EX69'         TO WRK-PROGRAMA               00113500
                  CALL 'GRAVALOG'         USING WRK-LOG                 00113600
                  MOVE 16                 TO RETURN-CODE                00113700
                  GOBACK.                                               00113800
      *----------------------------------------------------------------*00113900
       9000-99-FIM.                           EXIT.                     00114000
      *----------------------------------------------------------------*00114100
