      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB66.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB66                                       *00002000
      *    TIPO.......: DIARIO CONTABIL DA FOLHA (INTERFACE RAZAO)     *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CONTABILIZAR UMA RODADA DE PAGAMENTO DA FOLHA    *00002800
      *               (ORIGEM DO FOLHIST: FOLHA MENSAL FR05DB12, 13o   *00002900
      *               FR05DB40, FERIAS FR05DB42, RESCISAO FR05DB62 OU  *00003000
      *               OUTRA QUE VENHA A GRAVAR NO FOLHIST), RODADO     *00003100
      *               APOS CADA UMA DELAS:                             *00003200
      *               1) CARREGA OS REGISTROS DO FOLHIST DA            *00003300
      *                  COMPETENCIA E ORIGEM INFORMADAS;              *00003400
      *               2) PERCORRE A FOUR001.FUNC2 POR CURSOR (SETOR,   *00003500
      *                  ID) E APROPRIA O BRUTO + OUTROS CREDITOS DE   *00003600
      *                  CADA EMPREGADO NA DESPESA DO SEU SETOR (CENTRO*00003700
      *                  DE CUSTO) CONTRA AS OBRIGACOES: INSS RETIDO,  *00003800
      *                  IRRF RETIDO, CONSIGNADO, OUTROS DESCONTOS E   *00003900
      *                  LIQUIDO A PAGAR (LIQUIDO NEGATIVO, DEVIDO     *00004000
      *                  PELO EMPREGADO, VAI A DEBITO DA CONTA DO      *00004100
      *                  LIQUIDO). ID DO FOLHIST FORA DA FUNC2 ENTRA   *00004200
      *                  COM SETOR '****' E VAI AO LOG;                *00004300
      *               3) SOMA OS PARES DE MESMAS CONTAS E GRAVA AS     *00004400
      *                  PARTIDAS D/C NO GLMOV (BOOK B#GLJRN, O MESMO  *00004500
      *                  DO FR05EX27), COM HEADER E TRAILER;           *00004600
      *               4) EMITE A PAGINA DE CONTROLE (RELCTF): PROVA    *00004700
      *                  QUE O DIARIO FECHA EM ZERO E QUE O BRUTO E O  *00004800
      *                  LIQUIDO CONTABILIZADOS CONFEREM COM OS TOTAIS *00004900
      *                  GERAIS DO HOLERITE DA RODADA.                 *00005000
      *               AS CONTAS VEM DA TABELA CTBFOL (B#CTBFOL) POR    *00005100
      *               TIPO + ORIGEM + SETOR. A LIQUIDACAO DO LIQUIDO A *00005200
      *               PAGAR, QUANDO OS CREDITOS DO SALMOV/BCOEXT SAO   *00005300
      *               POSTADOS, E CONTABILIZADA PELO FR05EX78.         *00005400
      *----------------------------------------------------------------*00005500
      *    BASE DE DADOS:                                              *00005600
      *     TABELAS DB2                           INCLUDE/BOOK         *00005700
      *    FOUR001.FUNC2                           #BKFUNC2            *00005800
      *----------------------------------------------------------------*00005900
      *    ARQUIVOS :                                                  *00006000
      *    DDNAME          I/O                                         *00006100
      *    JCLCTBFO         I    TABELA DE CONTAS DA FOLHA (CTBFOL)    *00006200
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00006300
      *    JCLGLMOV         O    LANCAMENTOS DA INTERFACE RAZAO        *00006400
      *    JCLRELCF         O    PAGINA DE CONTROLE DO DIARIO          *00006500
      *----------------------------------------------------------------*00006600
      *    MODULO   :                                                  *00006700
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00006800
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00006900
      *               LERDATAP - DATA DE MOVIMENTO DO CICLO            *00007000
      *----------------------------------------------------------------*00007100
      *    COPYBOOK :                                                  *00007200
      *               B#CTBFOL - TABELA DE CONTAS DA FOLHA             *00007300
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00007400
      *               B#GLJRN  - LANCAMENTO DA INTERFACE RAZAO         *00007500
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00007600
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00007700
      *               B#DATPRC - AREA DO LERDATAP                      *00007800
      *----------------------------------------------------------------*00007900
      *    PARAMETROS (VIA SYSIN):                                     *00008000
      *      COMPETENCIA (AAAAMM)                                      *00008100
      *      ORIGEM DO FOLHIST (EX.: FR05DB12)                         *00008200
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA COMPETENCIA     *00008300
      *                    E ORIGEM                                    *00008400
      *----------------------------------------------------------------*00008500
      *    HISTORICO DE ALTERACOES:                                    *00008600
      *      DATA        RESP.    DESCRICAO                            *00008700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008800
      ******************************************************************00008900
      *================================================================*00009000
                                                                        00009100
      *================================================================*00009200
       ENVIRONMENT DIVISION.                                            00009300
      *================================================================*00009400
                                                                        00009500
      *----------------------------------------------------------------*00009600
       CONFIGURATION                              SECTION.              00009700
      *----------------------------------------------------------------*00009800
                                                                        00009900
       SPECIAL-NAMES.                                                   00010000
           DECIMAL-POINT IS COMMA.                                      00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       INPUT-OUTPUT                               SECTION.              00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       FILE-CONTROL.                                                    00010700
             SELECT CTBFOL    ASSIGN     TO JCLCTBFO                    00010800
                    FILE STATUS     IS WRK-FS-CTBFOL.                   00010900
                                                                        00011000
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00011100
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00011200
                                                                        00011300
             SELECT GLMOV     ASSIGN     TO JCLGLMOV                    00011400
                    FILE STATUS     IS WRK-FS-GLMOV.                    00011500
                                                                        00011600
             SELECT RELCTF    ASSIGN     TO JCLRELCF                    00011700
                    FILE STATUS     IS WRK-FS-RELCTF.                   00011800
                                                                        00011900
      *================================================================*00012000
       DATA                DIVISION.                                    00012100
      *================================================================*00012200
      *----------------------------------------------------------------*00012300
       FILE                                       SECTION.              00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
      *----------------------------------------------------------------*00012700
      *    INPUT - TABELA DE CONTAS DA FOLHA (CTBFOL) - LRECL = 040    *00012800
      *----------------------------------------------------------------*00012900
                                                                        00013000
       FD CTBFOL                                                        00013100
           RECORDING MODE IS F                                          00013200
           BLOCK CONTAINS 0 RECORDS.                                    00013300
       01 FD-CTBFOL         PIC X(040).                                 00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
      *    INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110          *00013700
      *----------------------------------------------------------------*00013800
                                                                        00013900
       FD FOLHIST                                                       00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
                                                                        00014300
           COPY 'B#FOLHIS'.                                             00014400
                                                                        00014500
      *----------------------------------------------------------------*00014600
      *    OUTPUT - LANCAMENTOS DA INTERFACE RAZAO (GLMOV) - LRECL 060 *00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
       FD GLMOV                                                         00015000
           RECORDING MODE IS F                                          00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
                                                                        00015300
           COPY 'B#GLJRN'.                                              00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
      *    OUTPUT - PAGINA DE CONTROLE DO DIARIO (RELCTF) - LRECL 080  *00015700
      *----------------------------------------------------------------*00015800
                                                                        00015900
       FD RELCTF                                                        00016000
           RECORDING MODE IS F                                          00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
       01 FD-RELCTF         PIC X(080).                                 00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       WORKING-STORAGE                            SECTION.              00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
       01  FILLER                      PIC  X(050)         VALUE        00017000
                 '*** INICIO DA WORKING FR05DB66 ***'.                  00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
       77 WRK-SQLCODE            PIC -999.                              00017400
       77 WRK-FS-CTBFOL          PIC X(002) VALUE SPACES.               00017500
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00017600
       77 WRK-FS-GLMOV           PIC X(002) VALUE SPACES.               00017700
       77 WRK-FS-RELCTF          PIC X(002) VALUE SPACES.               00017800
       77 WRK-ORIGEM             PIC X(008) VALUE SPACES.               00017900
       77 WRK-DATA-EXEC          PIC X(008) VALUE SPACES.               00018000
                                                                        00018100
       01 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00018200
       01 FILLER                 REDEFINES WRK-COMPETENCIA.             00018300
          05 WRK-COMP-ANO        PIC 9(004).                            00018400
          05 WRK-COMP-MES        PIC 9(002).                            00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01  FILLER                       PIC X(050)           VALUE      00018800
                    '*** AREA DA CONTABILIZACAO ***'.                   00018900
      *----------------------------------------------------------------*00019000
                                                                        00019100
       77 WRK-CTB-ACHOU          PIC X(01) VALUE 'N'.                   00019200
           88 WRK-CTB-ACHOU-SIM      VALUE 'S'.                         00019300
       77 WRK-LCT-ACHOU          PIC X(01) VALUE 'N'.                   00019400
           88 WRK-LCT-ACHOU-SIM      VALUE 'S'.                         00019500
       77 WRK-FHI-ACHOU          PIC X(01) VALUE 'N'.                   00019600
           88 WRK-FHI-ACHOU-SIM      VALUE 'S'.                         00019700
       77 WRK-DIVERGENCIA        PIC X(01) VALUE 'N'.                   00019800
           88 WRK-DIVERGENCIA-SIM    VALUE 'S'.                         00019900
       77 WRK-IND-FHI            PIC 9(03) VALUE ZEROS.                 00020000
       77 WRK-SETOR              PIC X(04) VALUE SPACES.                00020100
       77 WRK-CONTA-DESPESA      PIC X(08) VALUE SPACES.                00020200
       77 WRK-CONTA-DEB          PIC X(08) VALUE SPACES.                00020300
       77 WRK-CONTA-CRE          PIC X(08) VALUE SPACES.                00020400
       77 WRK-HISTORICO-LANC     PIC X(25) VALUE SPACES.                00020500
       77 WRK-TIPO-PARCELA       PIC X(01) VALUE SPACES.                00020600
       77 WRK-VALOR-PARCELA      PIC S9(11)V99 VALUE ZEROS.             00020700
       77 WRK-VALOR-MOVTO        PIC 9(13)V99 VALUE ZEROS.              00020800
       77 WRK-VALOR-DESPESA      PIC 9(11)V99 VALUE ZEROS.              00020900
                                                                        00021000
      *    CHAVE DE PESQUISA NA TABELA DE CONTAS                       *00021100
       01 WRK-CHAVE-CTF.                                                00021200
          05 WRK-CHV-TIPO        PIC X(01).                             00021300
          05 WRK-CHV-ORIGEM      PIC X(08).                             00021400
          05 WRK-CHV-SETOR       PIC X(04).                             00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
      *    TABELA DE CONTAS DA FOLHA (CTBFOL)                          *00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       01 WRK-TAB-CONTAS.                                               00022100
          05 WRK-TAB-CTB                 OCCURS 200 TIMES               00022200
                                          INDEXED BY WRK-IDX-CTB.       00022300
             10 WRK-TAB-CTB-CHAVE        PIC X(13).                     00022400
             10 WRK-TAB-CTB-CONTA        PIC X(08).                     00022500
             10 WRK-TAB-CTB-HISTORICO    PIC X(18).                     00022600
                                                                        00022700
       77 WRK-TAB-CTB-QTDE               PIC 9(003) VALUE ZEROS.        00022800
                                                                        00022900
      *----------------------------------------------------------------*00023000
      *    FOLHIST DA COMPETENCIA E ORIGEM POR EMPREGADO               *00023100
      *----------------------------------------------------------------*00023200
                                                                        00023300
       01 WRK-TAB-FOLHA.                                                00023400
          05 WRK-TAB-FHI             OCCURS 500 TIMES                   00023500
                                      INDEXED BY WRK-IDX-FHI.           00023600
             10 WRK-TAB-FHI-ID           PIC 9(04).                     00023700
             10 WRK-TAB-FHI-BRUTO        PIC 9(09)V99.                  00023800
             10 WRK-TAB-FHI-INSS         PIC 9(09)V99.                  00023900
             10 WRK-TAB-FHI-IRRF         PIC 9(09)V99.                  00024000
             10 WRK-TAB-FHI-CRED         PIC 9(09)V99.                  00024100
             10 WRK-TAB-FHI-DEB          PIC 9(09)V99.                  00024200
             10 WRK-TAB-FHI-CONSIG       PIC 9(09)V99.                  00024300
             10 WRK-TAB-FHI-LIQUIDO      PIC S9(09)V99.                 00024400
             10 WRK-TAB-FHI-USADO        PIC X(01).                     00024500
       77 WRK-TAB-FHI-QTDE       PIC 9(03) VALUE ZEROS.                 00024600
                                                                        00024700
      *----------------------------------------------------------------*00024800
      *    LANCAMENTOS DA RODADA SOMADOS POR PAR DE CONTAS             *00024900
      *----------------------------------------------------------------*00025000
                                                                        00025100
       01 WRK-TAB-LANCAMENTOS.                                          00025200
          05 WRK-TAB-LCT                 OCCURS 300 TIMES               00025300
                                          INDEXED BY WRK-IDX-LCT.       00025400
             10 WRK-TAB-LCT-CONTA-DEB    PIC X(08).                     00025500
             10 WRK-TAB-LCT-CONTA-CRE    PIC X(08).                     00025600
             10 WRK-TAB-LCT-HISTORICO    PIC X(25).                     00025700
             10 WRK-TAB-LCT-VALOR        PIC 9(013)V99.                 00025800
                                                                        00025900
       77 WRK-TAB-LCT-QTDE               PIC 9(003) VALUE ZEROS.        00026000
                                                                        00026100
      *----------------------------------------------------------------*00026200
       01  FILLER                       PIC X(050)           VALUE      00026300
                        '*** AREA DE ACUMULADORES ***'.                 00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
       77 ACUM-HIST-LIDOS        PIC 9(07) VALUE ZEROS.                 00026700
       77 ACUM-HIST-RODADA       PIC 9(05) VALUE ZEROS.                 00026800
       77 ACUM-LIDOS             PIC 9(05) VALUE ZEROS.                 00026900
       77 ACUM-EMPREGADOS        PIC 9(05) VALUE ZEROS.                 00027000
       77 ACUM-SEM-CADASTRO      PIC 9(04) VALUE ZEROS.                 00027100
       77 ACUM-SEM-CONTA         PIC 9(04) VALUE ZEROS.                 00027200
       77 ACUM-LANCAMENTOS       PIC 9(07) VALUE ZEROS.                 00027300
       77 ACUM-SOMA-DEBITOS      PIC 9(015)V99 VALUE ZEROS.             00027400
       77 ACUM-SOMA-CREDITOS     PIC 9(015)V99 VALUE ZEROS.             00027500
                                                                        00027600
      *    TOTAIS GERAIS DA RODADA NO FOLHIST (OS DO HOLERITE)         *00027700
       77 ACUM-FHI-BRUTO         PIC 9(12)V99 VALUE ZEROS.              00027800
       77 ACUM-FHI-CRED          PIC 9(12)V99 VALUE ZEROS.              00027900
       77 ACUM-FHI-INSS          PIC 9(12)V99 VALUE ZEROS.              00028000
       77 ACUM-FHI-IRRF          PIC 9(12)V99 VALUE ZEROS.              00028100
       77 ACUM-FHI-CONSIG        PIC 9(12)V99 VALUE ZEROS.              00028200
       77 ACUM-FHI-OUTROS        PIC 9(12)V99 VALUE ZEROS.              00028300
       77 ACUM-FHI-LIQUIDO       PIC S9(12)V99 VALUE ZEROS.             00028400
                                                                        00028500
      *    O QUE FOI CONTABILIZADO, POR NATUREZA DA OBRIGACAO          *00028600
       77 ACUM-CTB-DESPESA       PIC S9(12)V99 VALUE ZEROS.             00028700
       77 ACUM-CTB-INSS          PIC S9(12)V99 VALUE ZEROS.             00028800
       77 ACUM-CTB-IRRF          PIC S9(12)V99 VALUE ZEROS.             00028900
       77 ACUM-CTB-CONSIG        PIC S9(12)V99 VALUE ZEROS.             00029000
       77 ACUM-CTB-OUTROS        PIC S9(12)V99 VALUE ZEROS.             00029100
       77 ACUM-CTB-LIQUIDO       PIC S9(12)V99 VALUE ZEROS.             00029200
       77 ACUM-VLR-SEM-CONTA     PIC 9(12)V99 VALUE ZEROS.              00029300
                                                                        00029400
       77 WRK-DIFERENCA          PIC S9(15)V99 VALUE ZEROS.             00029500
       77 WRK-DIF-BRUTO          PIC S9(13)V99 VALUE ZEROS.             00029600
       77 WRK-DIF-LIQUIDO        PIC S9(13)V99 VALUE ZEROS.             00029700
                                                                        00029800
      *----------------------------------------------------------------*00029900
      *    LINHAS DA PAGINA DE CONTROLE                                *00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
       01 WRK-CF-SEPARA          PIC X(080) VALUE ALL '='.              00030300
                                                                        00030400
       01 WRK-CF-CABEC.                                                 00030500
          05 FILLER               PIC X(036) VALUE                      00030600
             'FR05DB66 - DIARIO CONTABIL DA FOLHA'.                     00030700
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00030800
          05 WRK-CF-COMPETENCIA   PIC X(006).                           00030900
          05 FILLER               PIC X(008) VALUE '  ORIGEM'.          00031000
          05 FILLER               PIC X(001) VALUE SPACES.              00031100
          05 WRK-CF-ORIGEM        PIC X(008).                           00031200
          05 FILLER               PIC X(009) VALUE SPACES.              00031300
                                                                        00031400
       01 WRK-CF-SUBTIT.                                                00031500
          05 WRK-CF-SUB-TEXTO     PIC X(040).                           00031600
          05 FILLER               PIC X(040) VALUE SPACES.              00031700
                                                                        00031800
       01 WRK-LINCTL.                                                   00031900
          05 WRK-CT-ROTULO               PIC X(025).                    00032000
          05 FILLER                      PIC X(002) VALUE SPACES.       00032100
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00032200
          05 FILLER                      PIC X(033) VALUE SPACES.       00032300
                                                                        00032400
       01 WRK-LINQTD.                                                   00032500
          05 WRK-CQ-ROTULO               PIC X(025).                    00032600
          05 FILLER                      PIC X(002) VALUE SPACES.       00032700
          05 FILLER                      PIC X(009) VALUE SPACES.       00032800
          05 WRK-CQ-QTDE                 PIC ZZ.ZZ9.                    00032900
          05 FILLER                      PIC X(038) VALUE SPACES.       00033000
                                                                        00033100
       01 WRK-CF-SITUACAO.                                              00033200
          05 FILLER               PIC X(027) VALUE                      00033300
             'SITUACAO DO DIARIO.......:'.                              00033400
          05 WRK-CF-SIT-TEXTO     PIC X(030).                           00033500
          05 FILLER               PIC X(023) VALUE SPACES.              00033600
                                                                        00033700
      *----------------------------------------------------------------*00033800
       01  FILLER                       PIC X(050)           VALUE      00033900
                        '*** AREA DE BOOK ***'.                         00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
           COPY 'B#CTBFOL'.                                             00034300
                                                                        00034400
           COPY 'B#GRALOG'.                                             00034500
                                                                        00034600
           COPY 'B#RUNCTL'.                                             00034700
                                                                        00034800
           COPY 'B#DATPRC'.                                             00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       01  FILLER                       PIC X(050)           VALUE      00035200
                        '*** AREA DB2 ***'.                             00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
           EXEC SQL                                                     00035600
             INCLUDE #BKFUNC2                                           00035700
           END-EXEC.                                                    00035800
           EXEC SQL                                                     00035900
               INCLUDE SQLCA                                            00036000
           END-EXEC.                                                    00036100
                                                                        00036200
           EXEC SQL                                                     00036300
             DECLARE CUR-DIARIO CURSOR FOR                              00036400
             SELECT ID, NOME, SETOR                                     00036500
               FROM FOUR001.FUNC2                                       00036600
              ORDER BY SETOR, ID                                        00036700
           END-EXEC.                                                    00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       01  FILLER                      PIC  X(050)         VALUE        00037100
              '*** FR05DB66 - FIM DA AREA DE WORKING ***'.              00037200
      *----------------------------------------------------------------*00037300
                                                                        00037400
      *================================================================*00037500
        PROCEDURE                       DIVISION.                       00037600
      *================================================================*00037700
                                                                        00037800
      ******************************************************************00037900
      *                    P R I N C I P A L                           *00038000
      ******************************************************************00038100
                                                                        00038200
      *----------------------------------------------------------------*00038300
       0000-PRINCIPAL                            SECTION.               00038400
      *----------------------------------------------------------------*00038500
                                                                        00038600
           PERFORM 1000-INICIAR                                         00038700
                                                                        00038800
           PERFORM 2000-PROCESSAR                                       00038900
                                                                        00039000
           PERFORM 3000-FINALIZAR                                       00039100
                                                                        00039200
           STOP RUN.                                                    00039300
                                                                        00039400
      *----------------------------------------------------------------*00039500
       0000-99-FIM.                           EXIT.                     00039600
      *----------------------------------------------------------------*00039700
                                                                        00039800
      ******************************************************************00039900
      *                      I N I C I A R                             *00040000
      ******************************************************************00040100
                                                                        00040200
      *----------------------------------------------------------------*00040300
       1000-INICIAR                           SECTION.                  00040400
      *----------------------------------------------------------------*00040500
                                                                        00040600
            ACCEPT WRK-COMPETENCIA FROM SYSIN.                          00040700
                                                                        00040800
            ACCEPT WRK-ORIGEM      FROM SYSIN.                          00040900
                                                                        00041000
            ACCEPT WRK-RUN-RERUN   FROM SYSIN.                          00041100
                                                                        00041200
            IF WRK-COMPETENCIA NOT NUMERIC                              00041300
             OR WRK-COMP-MES LESS 01                                    00041400
             OR WRK-COMP-MES GREATER 12                                 00041500
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00041600
               MOVE '1000  '             TO WRK-SECAO                   00041700
               MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM     00041800
               MOVE WRK-COMPETENCIA      TO WRK-STATUS                  00041900
               PERFORM 9999-TRATAR-ERROS                                00042000
            END-IF.                                                     00042100
                                                                        00042200
            IF WRK-ORIGEM EQUAL SPACES                                  00042300
             OR WRK-ORIGEM EQUAL '********'                             00042400
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00042500
               MOVE '1000  '             TO WRK-SECAO                   00042600
               MOVE 'ORIGEM DO FOLHIST AUSENTE NO SYSIN'                00042700
                                         TO WRK-MENSAGEM                00042800
               MOVE SPACES               TO WRK-STATUS                  00042900
               PERFORM 9999-TRATAR-ERROS                                00043000
            END-IF.                                                     00043100
                                                                        00043200
      *     OS LANCAMENTOS SAEM NA DATA DE MOVIMENTO DO CICLO          *00043300
            CALL 'LERDATAP'           USING WRK-DATPRC.                 00043400
            MOVE WRK-DTP-DATA         TO WRK-DATA-EXEC.                 00043500
                                                                        00043600
      *     GUARDA DE REPROCESSAMENTO: CADA ORIGEM SO E CONTABILIZADA  *00043700
      *     UMA VEZ NA COMPETENCIA (CHAVE = COMPETENCIA + FINAL DA     *00043800
      *     ORIGEM)                                                    *00043900
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00044000
            MOVE 'FR05DB66'           TO WRK-RUN-PROGRAMA.              00044100
            MOVE SPACES               TO WRK-RUN-DATA-MOVTO.            00044200
            MOVE WRK-COMPETENCIA      TO WRK-RUN-DATA-MOVTO (1:6).      00044300
            MOVE WRK-ORIGEM (7:2)     TO WRK-RUN-DATA-MOVTO (7:2).      00044400
            MOVE ZEROS                TO WRK-RUN-RC                     00044500
                                         WRK-RUN-LIDOS                  00044600
                                         WRK-RUN-GRAVADOS.              00044700
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00044800
                                                                        00044900
            IF WRK-RUN-DATA-JA-FEITA                                    00045000
               MOVE 'A'               TO WRK-SEVERIDADE                 00045100
               MOVE 'FR05DB66'        TO WRK-PROGRAMA                   00045200
               MOVE '1000  '          TO WRK-SECAO                      00045300
               MOVE 'ORIGEM JA CONTABILIZADA - INFORME RERUN'           00045400
                                      TO WRK-MENSAGEM                   00045500
               MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                    00045600
               CALL 'GRAVALOG'        USING WRK-LOG                     00045700
               MOVE 08                TO RETURN-CODE                    00045800
               GOBACK                                                   00045900
            END-IF.                                                     00046000
                                                                        00046100
            OPEN INPUT  CTBFOL                                          00046200
                 INPUT  FOLHIST.                                        00046300
                                                                        00046400
            PERFORM 1100-TESTAR-STATUS.                                 00046500
                                                                        00046600
            PERFORM 1200-CARREGAR-CONTAS.                               00046700
                                                                        00046800
            PERFORM 1300-CARREGAR-FOLHIST.                              00046900
                                                                        00047000
      *     ORIGEM SEM PAGAMENTO NA COMPETENCIA NAO GERA DIARIO        *00047100
            IF WRK-TAB-FHI-QTDE EQUAL ZEROS                             00047200
               MOVE 'A'                  TO WRK-SEVERIDADE              00047300
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00047400
               MOVE '1000  '             TO WRK-SECAO                   00047500
               MOVE 'ORIGEM SEM PAGAMENTO NA COMPETENCIA'               00047600
                                         TO WRK-MENSAGEM                00047700
               MOVE WRK-RUN-DATA-MOVTO   TO WRK-STATUS                  00047800
               CALL 'GRAVALOG'           USING WRK-LOG                  00047900
               MOVE 04                   TO RETURN-CODE                 00048000
               GOBACK                                                   00048100
            END-IF.                                                     00048200
                                                                        00048300
            OPEN OUTPUT GLMOV                                           00048400
                 OUTPUT RELCTF.                                         00048500
                                                                        00048600
            PERFORM 1100-TESTAR-STATUS.                                 00048700
                                                                        00048800
            MOVE SPACES               TO FD-GLMOV.                      00048900
            MOVE '00000000'           TO FD-GLJ-H-CONTA.                00049000
            MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA.                 00049100
            STRING 'FR05DB66 '        DELIMITED BY SIZE                 00049200
                   WRK-ORIGEM         DELIMITED BY SIZE                 00049300
                   INTO FD-GLJ-H-ORIGEM.                                00049400
            WRITE FD-GLMOV.                                             00049500
            PERFORM 1100-TESTAR-STATUS.                                 00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       1000-99-FIM.                              EXIT.                  00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
      ******************************************************************00050200
      *                   T E S T A R  S T A T U S                     *00050300
      ******************************************************************00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1100-TESTAR-STATUS                    SECTION.                   00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
           IF WRK-FS-CTBFOL NOT EQUAL ZEROS AND                         00051000
              WRK-FS-CTBFOL NOT EQUAL '10'                              00051100
              MOVE 'ERRO NO ARQUIVO CTBFOL'   TO WRK-MENSAGEM           00051200
              MOVE WRK-FS-CTBFOL        TO WRK-STATUS                   00051300
              PERFORM 9990-ERRO-ARQUIVO                                 00051400
           END-IF.                                                      00051500
                                                                        00051600
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00051700
              WRK-FS-FOLHIST NOT EQUAL '10'                             00051800
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00051900
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00052000
              PERFORM 9990-ERRO-ARQUIVO                                 00052100
           END-IF.                                                      00052200
                                                                        00052300
           IF WRK-FS-GLMOV NOT EQUAL ZEROS                              00052400
              MOVE 'ERRO NO ARQUIVO GLMOV'    TO WRK-MENSAGEM           00052500
              MOVE WRK-FS-GLMOV         TO WRK-STATUS                   00052600
              PERFORM 9990-ERRO-ARQUIVO                                 00052700
           END-IF.                                                      00052800
                                                                        00052900
           IF WRK-FS-RELCTF NOT EQUAL ZEROS                             00053000
              MOVE 'ERRO NO ARQUIVO RELCTF'   TO WRK-MENSAGEM           00053100
              MOVE WRK-FS-RELCTF        TO WRK-STATUS                   00053200
              PERFORM 9990-ERRO-ARQUIVO                                 00053300
           END-IF.                                                      00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       1100-99-FIM.                           EXIT.                     00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
      ******************************************************************00054000
      *       C A R R E G A R   T A B E L A   D E   C O N T A S        *00054100
      ******************************************************************00054200
                                                                        00054300
      *----------------------------------------------------------------*00054400
       1200-CARREGAR-CONTAS                  SECTION.                   00054500
      *----------------------------------------------------------------*00054600
                                                                        00054700
            PERFORM 1210-LER-CTBFOL.                                    00054800
                                                                        00054900
            PERFORM 1220-GUARDAR-CONTA                                  00055000
                    UNTIL WRK-FS-CTBFOL EQUAL '10'.                     00055100
                                                                        00055200
            CLOSE CTBFOL.                                               00055300
                                                                        00055400
            IF WRK-TAB-CTB-QTDE EQUAL ZEROS                             00055500
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00055600
               MOVE '1200  '             TO WRK-SECAO                   00055700
               MOVE 'TABELA DE CONTAS CTBFOL VAZIA' TO WRK-MENSAGEM     00055800
               MOVE SPACES               TO WRK-STATUS                  00055900
               PERFORM 9999-TRATAR-ERROS                                00056000
            END-IF.                                                     00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1200-99-FIM.                          EXIT.                      00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       1210-LER-CTBFOL                       SECTION.                   00056800
      *----------------------------------------------------------------*00056900
            READ CTBFOL                INTO WRK-CTBFOL.                 00057000
                                                                        00057100
               IF WRK-FS-CTBFOL   EQUAL '10'                            00057200
                  GO              TO 1210-99-FIM                        00057300
               END-IF.                                                  00057400
                                                                        00057500
               PERFORM 1100-TESTAR-STATUS.                              00057600
      *----------------------------------------------------------------*00057700
       1210-99-FIM.                          EXIT.                      00057800
      *----------------------------------------------------------------*00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1220-GUARDAR-CONTA                    SECTION.                   00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
      *     LINHA COM TIPO DESCONHECIDO OU SEM CONTA NAO ENTRA         *00058500
            IF NOT FD-CTF-TIPO-VALIDO                                   00058600
             OR FD-CTF-ORIGEM EQUAL SPACES                              00058700
             OR FD-CTF-SETOR  EQUAL SPACES                              00058800
             OR FD-CTF-CONTA  EQUAL SPACES                              00058900
               MOVE 'A'                  TO WRK-SEVERIDADE              00059000
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00059100
               MOVE '1220  '             TO WRK-SECAO                   00059200
               MOVE 'LINHA INVALIDA NA TABELA CTBFOL'                   00059300
                                         TO WRK-MENSAGEM                00059400
               MOVE FD-CTF-CHAVE         TO WRK-STATUS                  00059500
               CALL 'GRAVALOG'           USING WRK-LOG                  00059600
               PERFORM 1210-LER-CTBFOL                                  00059700
               GO                  TO 1220-99-FIM                       00059800
            END-IF.                                                     00059900
                                                                        00060000
            IF WRK-TAB-CTB-QTDE GREATER OR EQUAL 200                    00060100
               MOVE 'FR05DB66'           TO WRK-PROGRAMA                00060200
               MOVE '1220  '             TO WRK-SECAO                   00060300
               MOVE 'TABELA DE CONTAS CHEIA' TO WRK-MENSAGEM            00060400
               MOVE SPACES               TO WRK-STATUS                  00060500
               PERFORM 9999-TRATAR-ERROS                                00060600
            END-IF.                                                     00060700
                                                                        00060800
            ADD 1                      TO WRK-TAB-CTB-QTDE.             00060900
            SET WRK-IDX-CTB            TO WRK-TAB-CTB-QTDE.             00061000
            MOVE FD-CTF-CHAVE          TO WRK-TAB-CTB-CHAVE             00061100
                                          (WRK-IDX-CTB).                00061200
            MOVE FD-CTF-CONTA          TO WRK-TAB-CTB-CONTA             00061300
                                          (WRK-IDX-CTB).                00061400
            MOVE FD-CTF-HISTORICO      TO WRK-TAB-CTB-HISTORICO         00061500
                                          (WRK-IDX-CTB).                00061600
                                                                        00061700
            PERFORM 1210-LER-CTBFOL.                                    00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1220-99-FIM.                          EXIT.                      00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      ******************************************************************00062400
      *   C A R R E G A R   A   R O D A D A   ( F O L H I S T )        *00062500
      ******************************************************************00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       1300-CARREGAR-FOLHIST                 SECTION.                   00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
            PERFORM 1310-LER-FOLHIST.                                   00063200
                                                                        00063300
            PERFORM 1320-GUARDAR-EMPREGADO                              00063400
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00063500
                                                                        00063600
            CLOSE FOLHIST.                                              00063700
                                                                        00063800
      *----------------------------------------------------------------*00063900
       1300-99-FIM.                          EXIT.                      00064000
      *----------------------------------------------------------------*00064100
                                                                        00064200
      *----------------------------------------------------------------*00064300
       1310-LER-FOLHIST                      SECTION.                   00064400
      *----------------------------------------------------------------*00064500
            READ FOLHIST.                                               00064600
                                                                        00064700
               IF WRK-FS-FOLHIST  EQUAL '10'                            00064800
                  GO              TO 1310-99-FIM                        00064900
               END-IF.                                                  00065000
                                                                        00065100
               PERFORM 1100-TESTAR-STATUS.                              00065200
                                                                        00065300
               ADD 1              TO ACUM-HIST-LIDOS.                   00065400
      *----------------------------------------------------------------*00065500
       1310-99-FIM.                          EXIT.                      00065600
      *----------------------------------------------------------------*00065700
                                                                        00065800
      *----------------------------------------------------------------*00065900
       1320-GUARDAR-EMPREGADO                SECTION.                   00066000
      *----------------------------------------------------------------*00066100
                                                                        00066200
            IF FD-FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA             00066300
             OR FD-FHI-ORIGEM NOT EQUAL WRK-ORIGEM                      00066400
               PERFORM 1310-LER-FOLHIST                                 00066500
               GO                  TO 1320-99-FIM                       00066600
            END-IF.                                                     00066700
                                                                        00066800
            ADD 1                      TO ACUM-HIST-RODADA.             00066900
                                                                        00067000
            ADD FD-FHI-BRUTO           TO ACUM-FHI-BRUTO.               00067100
            ADD FD-FHI-OUTROS-CRED     TO ACUM-FHI-CRED.                00067200
            ADD FD-FHI-INSS            TO ACUM-FHI-INSS.                00067300
            ADD FD-FHI-IRRF            TO ACUM-FHI-IRRF.                00067400
            ADD FD-FHI-CONSIG          TO ACUM-FHI-CONSIG.              00067500
            COMPUTE ACUM-FHI-OUTROS = ACUM-FHI-OUTROS                   00067600
                  + FD-FHI-OUTROS-DEB - FD-FHI-CONSIG.                  00067700
            ADD FD-FHI-LIQUIDO         TO ACUM-FHI-LIQUIDO.             00067800
                                                                        00067900
      *     MAIS DE UM REGISTRO DO MESMO EMPREGADO NA RODADA SAO       *00068000
      *     SOMADOS                                                    *00068100
            MOVE 'N'                   TO WRK-FHI-ACHOU.                00068200
            IF WRK-TAB-FHI-QTDE GREATER ZEROS                           00068300
               SET WRK-IDX-FHI         TO 1                             00068400
               SEARCH WRK-TAB-FHI                                       00068500
                 AT END                                                 00068600
                    CONTINUE                                            00068700
                 WHEN WRK-IDX-FHI GREATER WRK-TAB-FHI-QTDE              00068800
                    CONTINUE                                            00068900
                 WHEN WRK-TAB-FHI-ID (WRK-IDX-FHI) EQUAL FD-FHI-ID      00069000
                    MOVE 'S'           TO WRK-FHI-ACHOU                 00069100
               END-SEARCH                                               00069200
            END-IF.                                                     00069300
                                                                        00069400
            IF NOT WRK-FHI-ACHOU-SIM                                    00069500
               IF WRK-TAB-FHI-QTDE GREATER OR EQUAL 500                 00069600
                  MOVE 'FR05DB66'        TO WRK-PROGRAMA                00069700
                  MOVE '1320  '          TO WRK-SECAO                   00069800
                  MOVE 'TABELA DA FOLHA CHEIA' TO WRK-MENSAGEM          00069900
                  MOVE SPACES            TO WRK-STATUS                  00070000
                  PERFORM 9999-TRATAR-ERROS                             00070100
               END-IF                                                   00070200
               ADD 1                   TO WRK-TAB-FHI-QTDE              00070300
               SET WRK-IDX-FHI         TO WRK-TAB-FHI-QTDE              00070400
               MOVE FD-FHI-ID          TO WRK-TAB-FHI-ID (WRK-IDX-FHI)  00070500
               MOVE ZEROS              TO WRK-TAB-FHI-BRUTO             00070600
                                          (WRK-IDX-FHI)                 00070700
                                          WRK-TAB-FHI-INSS              00070800
                                          (WRK-IDX-FHI)                 00070900
                                          WRK-TAB-FHI-IRRF              00071000
                                          (WRK-IDX-FHI)                 00071100
                                          WRK-TAB-FHI-CRED              00071200
                                          (WRK-IDX-FHI)                 00071300
                                          WRK-TAB-FHI-DEB               00071400
                                          (WRK-IDX-FHI)                 00071500
                                          WRK-TAB-FHI-CONSIG            00071600
                                          (WRK-IDX-FHI)                 00071700
                                          WRK-TAB-FHI-LIQUIDO           00071800
                                          (WRK-IDX-FHI)                 00071900
               MOVE 'N'                TO WRK-TAB-FHI-USADO             00072000
                                          (WRK-IDX-FHI)                 00072100
            END-IF.                                                     00072200
                                                                        00072300
            ADD FD-FHI-BRUTO           TO WRK-TAB-FHI-BRUTO             00072400
                                          (WRK-IDX-FHI).                00072500
            ADD FD-FHI-INSS            TO WRK-TAB-FHI-INSS              00072600
                                          (WRK-IDX-FHI).                00072700
            ADD FD-FHI-IRRF            TO WRK-TAB-FHI-IRRF              00072800
                                          (WRK-IDX-FHI).                00072900
            ADD FD-FHI-OUTROS-CRED     TO WRK-TAB-FHI-CRED              00073000
                                          (WRK-IDX-FHI).                00073100
            ADD FD-FHI-OUTROS-DEB      TO WRK-TAB-FHI-DEB               00073200
                                          (WRK-IDX-FHI).                00073300
            ADD FD-FHI-CONSIG          TO WRK-TAB-FHI-CONSIG            00073400
                                          (WRK-IDX-FHI).                00073500
            ADD FD-FHI-LIQUIDO         TO WRK-TAB-FHI-LIQUIDO           00073600
                                          (WRK-IDX-FHI).                00073700
                                                                        00073800
            PERFORM 1310-LER-FOLHIST.                                   00073900
                                                                        00074000
      *----------------------------------------------------------------*00074100
       1320-99-FIM.                          EXIT.                      00074200
      *----------------------------------------------------------------*00074300
                                                                        00074400
      ******************************************************************00074500
      *                   P R O C E S S A R                            *00074600
      ******************************************************************00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       2000-PROCESSAR                       SECTION.                    00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
            EXEC SQL                                                    00075300
              OPEN CUR-DIARIO                                           00075400
            END-EXEC.                                                   00075500
                                                                        00075600
            IF SQLCODE NOT EQUAL ZEROS                                  00075700
               MOVE SQLCODE            TO WRK-SQLCODE                   00075800
               MOVE 'FR05DB66'         TO WRK-PROGRAMA                  00075900
               MOVE '2000  '           TO WRK-SECAO                     00076000
               MOVE 'ERRO NO OPEN DO CURSOR' TO WRK-MENSAGEM            00076100
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00076200
               PERFORM 9999-TRATAR-ERROS                                00076300
            END-IF.                                                     00076400
                                                                        00076500
            PERFORM 2100-TRATAR-EMPREGADO                               00076600
                    UNTIL SQLCODE EQUAL +100.                           00076700
                                                                        00076800
            EXEC SQL                                                    00076900
              CLOSE CUR-DIARIO                                          00077000
            END-EXEC.                                                   00077100
                                                                        00077200
      *     ID PAGO NA RODADA E AUSENTE DA FUNC2: SETOR '****'         *00077300
            PERFORM 2500-TRATAR-SEM-CADASTRO                            00077400
                    VARYING WRK-IND-FHI FROM 1 BY 1                     00077500
                    UNTIL WRK-IND-FHI GREATER WRK-TAB-FHI-QTDE.         00077600
                                                                        00077700
      *----------------------------------------------------------------*00077800
       2000-99-FIM.                       EXIT.                         00077900
      *----------------------------------------------------------------*00078000
                                                                        00078100
      *----------------------------------------------------------------*00078200
       2100-TRATAR-EMPREGADO                 SECTION.                   00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
            EXEC SQL                                                    00078600
              FETCH CUR-DIARIO                                          00078700
               INTO :DB2-ID, :DB2-NOME, :DB2-SETOR                      00078800
            END-EXEC.                                                   00078900
                                                                        00079000
            IF SQLCODE EQUAL +100                                       00079100
               GO                  TO 2100-99-FIM                       00079200
            END-IF.                                                     00079300
                                                                        00079400
            IF SQLCODE NOT EQUAL ZEROS                                  00079500
               MOVE SQLCODE            TO WRK-SQLCODE                   00079600
               MOVE 'FR05DB66'         TO WRK-PROGRAMA                  00079700
               MOVE '2100  '           TO WRK-SECAO                     00079800
               MOVE 'ERRO NO FETCH DO CURSOR' TO WRK-MENSAGEM           00079900
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00080000
               PERFORM 9999-TRATAR-ERROS                                00080100
            END-IF.                                                     00080200
                                                                        00080300
            ADD 1                      TO ACUM-LIDOS.                   00080400
                                                                        00080500
      *     SO ENTRA QUEM FOI PAGO NA RODADA                           *00080600
            MOVE 'N'                   TO WRK-FHI-ACHOU.                00080700
            SET WRK-IDX-FHI            TO 1.                            00080800
            SEARCH WRK-TAB-FHI                                          00080900
              AT END                                                    00081000
                 CONTINUE                                               00081100
              WHEN WRK-IDX-FHI GREATER WRK-TAB-FHI-QTDE                 00081200
                 CONTINUE                                               00081300
              WHEN WRK-TAB-FHI-ID (WRK-IDX-FHI) EQUAL DB2-ID            00081400
                 MOVE 'S'              TO WRK-FHI-ACHOU                 00081500
            END-SEARCH.                                                 00081600
                                                                        00081700
            IF NOT WRK-FHI-ACHOU-SIM                                    00081800
               GO                  TO 2100-99-FIM                       00081900
            END-IF.                                                     00082000
                                                                        00082100
            MOVE 'S'                   TO WRK-TAB-FHI-USADO             00082200
                                          (WRK-IDX-FHI).                00082300
            MOVE DB2-SETOR             TO WRK-SETOR.                    00082400
                                                                        00082500
            PERFORM 2200-CONTABILIZAR-EMPREGADO.                        00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       2100-99-FIM.                          EXIT.                      00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
      ******************************************************************00083200
      *   C O N T A B I L I Z A R   O   E M P R E G A D O              *00083300
      ******************************************************************00083400
                                                                        00083500
      *----------------------------------------------------------------*00083600
       2200-CONTABILIZAR-EMPREGADO           SECTION.                   00083700
      *----------------------------------------------------------------*00083800
                                                                        00083900
      *     A DESPESA (BRUTO + OUTROS CREDITOS) E A CONTRAPARTIDA DE   *00084000
      *     CADA OBRIGACAO; SEM CONTA DE DESPESA PARA O SETOR, NADA    *00084100
      *     DO EMPREGADO E LANCADO                                     *00084200
            COMPUTE WRK-VALOR-DESPESA =                                 00084300
                    WRK-TAB-FHI-BRUTO (WRK-IDX-FHI)                     00084400
                  + WRK-TAB-FHI-CRED (WRK-IDX-FHI).                     00084500
                                                                        00084600
            MOVE 'S'                   TO WRK-CHV-TIPO.                 00084700
            MOVE WRK-SETOR             TO WRK-CHV-SETOR.                00084800
            PERFORM 2400-LOCALIZAR-CONTA.                               00084900
                                                                        00085000
            IF NOT WRK-CTB-ACHOU-SIM                                    00085100
               ADD 1                   TO ACUM-SEM-CONTA                00085200
               ADD WRK-VALOR-DESPESA   TO ACUM-VLR-SEM-CONTA            00085300
               MOVE 'A'                TO WRK-SEVERIDADE                00085400
               MOVE 'FR05DB66'         TO WRK-PROGRAMA                  00085500
               MOVE '2200  '           TO WRK-SECAO                     00085600
               MOVE 'SETOR SEM CONTA DE DESPESA NA CTBFOL'              00085700
                                       TO WRK-MENSAGEM                  00085800
               MOVE WRK-SETOR          TO WRK-STATUS                    00085900
               CALL 'GRAVALOG'         USING WRK-LOG                    00086000
               GO                  TO 2200-99-FIM                       00086100
            END-IF.                                                     00086200
                                                                        00086300
            MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                        00086400
                                       TO WRK-CONTA-DESPESA.            00086500
            ADD 1                      TO ACUM-EMPREGADOS.              00086600
                                                                        00086700
            MOVE 'I'                   TO WRK-TIPO-PARCELA.             00086800
            MOVE WRK-TAB-FHI-INSS (WRK-IDX-FHI)                         00086900
                                       TO WRK-VALOR-PARCELA.            00087000
            PERFORM 2300-LANCAR-PARCELA.                                00087100
                                                                        00087200
            MOVE 'R'                   TO WRK-TIPO-PARCELA.             00087300
            MOVE WRK-TAB-FHI-IRRF (WRK-IDX-FHI)                         00087400
                                       TO WRK-VALOR-PARCELA.            00087500
            PERFORM 2300-LANCAR-PARCELA.                                00087600
                                                                        00087700
            MOVE 'C'                   TO WRK-TIPO-PARCELA.             00087800
            MOVE WRK-TAB-FHI-CONSIG (WRK-IDX-FHI)                       00087900
                                       TO WRK-VALOR-PARCELA.            00088000
            PERFORM 2300-LANCAR-PARCELA.                                00088100
                                                                        00088200
            MOVE 'O'                   TO WRK-TIPO-PARCELA.             00088300
            COMPUTE WRK-VALOR-PARCELA =                                 00088400
                    WRK-TAB-FHI-DEB (WRK-IDX-FHI)                       00088500
                  - WRK-TAB-FHI-CONSIG (WRK-IDX-FHI).                   00088600
            PERFORM 2300-LANCAR-PARCELA.                                00088700
                                                                        00088800
            MOVE 'L'                   TO WRK-TIPO-PARCELA.             00088900
            MOVE WRK-TAB-FHI-LIQUIDO (WRK-IDX-FHI)                      00089000
                                       TO WRK-VALOR-PARCELA.            00089100
            PERFORM 2300-LANCAR-PARCELA.                                00089200
                                                                        00089300
      *----------------------------------------------------------------*00089400
       2200-99-FIM.                          EXIT.                      00089500
      *----------------------------------------------------------------*00089600
                                                                        00089700
      *----------------------------------------------------------------*00089800
       2300-LANCAR-PARCELA                   SECTION.                   00089900
      *----------------------------------------------------------------*00090000
                                                                        00090100
            IF WRK-VALOR-PARCELA EQUAL ZEROS                            00090200
               GO                  TO 2300-99-FIM                       00090300
            END-IF.                                                     00090400
                                                                        00090500
            MOVE WRK-TIPO-PARCELA      TO WRK-CHV-TIPO.                 00090600
            MOVE '****'                TO WRK-CHV-SETOR.                00090700
            PERFORM 2400-LOCALIZAR-CONTA.                               00090800
                                                                        00090900
            IF NOT WRK-CTB-ACHOU-SIM                                    00091000
               ADD 1                   TO ACUM-SEM-CONTA                00091100
               IF WRK-VALOR-PARCELA LESS ZEROS                          00091200
                  SUBTRACT WRK-VALOR-PARCELA FROM ACUM-VLR-SEM-CONTA    00091300
               ELSE                                                     00091400
                  ADD WRK-VALOR-PARCELA TO ACUM-VLR-SEM-CONTA           00091500
               END-IF                                                   00091600
               MOVE 'A'                TO WRK-SEVERIDADE                00091700
               MOVE 'FR05DB66'         TO WRK-PROGRAMA                  00091800
               MOVE '2300  '           TO WRK-SECAO                     00091900
               MOVE 'OBRIGACAO SEM CONTA NA TABELA CTBFOL'              00092000
                                       TO WRK-MENSAGEM                  00092100
               MOVE WRK-CHAVE-CTF      TO WRK-STATUS                    00092200
               CALL 'GRAVALOG'         USING WRK-LOG                    00092300
               GO                  TO 2300-99-FIM                       00092400
            END-IF.                                                     00092500
                                                                        00092600
            MOVE SPACES                TO WRK-HISTORICO-LANC.           00092700
            STRING WRK-TAB-CTB-HISTORICO (WRK-IDX-CTB)                  00092800
                                       DELIMITED BY SIZE                00092900
                   ' '                 DELIMITED BY SIZE                00093000
                   WRK-COMPETENCIA     DELIMITED BY SIZE                00093100
                   INTO WRK-HISTORICO-LANC.                             00093200
                                                                        00093300
      *     VALOR NEGATIVO (LIQUIDO DEVIDO PELO EMPREGADO) INVERTE O   *00093400
      *     PAR                                                        *00093500
            IF WRK-VALOR-PARCELA GREATER ZEROS                          00093600
               MOVE WRK-CONTA-DESPESA  TO WRK-CONTA-DEB                 00093700
               MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                     00093800
                                       TO WRK-CONTA-CRE                 00093900
               MOVE WRK-VALOR-PARCELA  TO WRK-VALOR-MOVTO               00094000
            ELSE                                                        00094100
               MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                     00094200
                                       TO WRK-CONTA-DEB                 00094300
               MOVE WRK-CONTA-DESPESA  TO WRK-CONTA-CRE                 00094400
               COMPUTE WRK-VALOR-MOVTO = 0 - WRK-VALOR-PARCELA          00094500
            END-IF.                                                     00094600
                                                                        00094700
            PERFORM 2600-ACUMULAR-LANCAMENTO.                           00094800
                                                                        00094900
            ADD WRK-VALOR-PARCELA      TO ACUM-CTB-DESPESA.             00095000
            EVALUATE WRK-TIPO-PARCELA                                   00095100
              WHEN 'I'                                                  00095200
               ADD WRK-VALOR-PARCELA   TO ACUM-CTB-INSS                 00095300
              WHEN 'R'                                                  00095400
               ADD WRK-VALOR-PARCELA   TO ACUM-CTB-IRRF                 00095500
              WHEN 'C'                                                  00095600
               ADD WRK-VALOR-PARCELA   TO ACUM-CTB-CONSIG               00095700
              WHEN 'O'                                                  00095800
               ADD WRK-VALOR-PARCELA   TO ACUM-CTB-OUTROS               00095900
              WHEN OTHER                                                00096000
               ADD WRK-VALOR-PARCELA   TO ACUM-CTB-LIQUIDO              00096100
            END-EVALUATE.                                               00096200
                                                                        00096300
      *----------------------------------------------------------------*00096400
       2300-99-FIM.                          EXIT.                      00096500
      *----------------------------------------------------------------*00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       2400-LOCALIZAR-CONTA                  SECTION.                   00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
      *     PRIMEIRO A LINHA DA ORIGEM E SETOR; SEM ELA, A DA ORIGEM   *00097200
      *     PARA QUALQUER SETOR, DEPOIS A DE QUALQUER ORIGEM PARA O    *00097300
      *     SETOR E, POR ULTIMO, A GENERICA DO TIPO                    *00097400
            MOVE WRK-ORIGEM            TO WRK-CHV-ORIGEM.               00097500
            PERFORM 2410-PESQUISAR-CONTA.                               00097600
                                                                        00097700
            IF NOT WRK-CTB-ACHOU-SIM                                    00097800
             AND WRK-CHV-SETOR NOT EQUAL '****'                         00097900
               MOVE '****'             TO WRK-CHV-SETOR                 00098000
               PERFORM 2410-PESQUISAR-CONTA                             00098100
               MOVE WRK-SETOR          TO WRK-CHV-SETOR                 00098200
            END-IF.                                                     00098300
                                                                        00098400
            IF NOT WRK-CTB-ACHOU-SIM                                    00098500
               MOVE '********'         TO WRK-CHV-ORIGEM                00098600
               PERFORM 2410-PESQUISAR-CONTA                             00098700
            END-IF.                                                     00098800
                                                                        00098900
            IF NOT WRK-CTB-ACHOU-SIM                                    00099000
             AND WRK-CHV-SETOR NOT EQUAL '****'                         00099100
               MOVE '****'             TO WRK-CHV-SETOR                 00099200
               PERFORM 2410-PESQUISAR-CONTA                             00099300
            END-IF.                                                     00099400
                                                                        00099500
      *----------------------------------------------------------------*00099600
       2400-99-FIM.                          EXIT.                      00099700
      *----------------------------------------------------------------*00099800
                                                                        00099900
      *----------------------------------------------------------------*00100000
       2410-PESQUISAR-CONTA                  SECTION.                   00100100
      *----------------------------------------------------------------*00100200
                                                                        00100300
            MOVE 'N'                   TO WRK-CTB-ACHOU.                00100400
            SET WRK-IDX-CTB            TO 1.                            00100500
            SEARCH WRK-TAB-CTB                                          00100600
              AT END                                                    00100700
                 CONTINUE                                               00100800
              WHEN WRK-IDX-CTB GREATER WRK-TAB-CTB-QTDE                 00100900
                 CONTINUE                                               00101000
              WHEN WRK-TAB-CTB-CHAVE (WRK-IDX-CTB) EQUAL WRK-CHAVE-CTF  00101100
                 MOVE 'S'              TO WRK-CTB-ACHOU                 00101200
            END-SEARCH.                                                 00101300
                                                                        00101400
      *----------------------------------------------------------------*00101500
       2410-99-FIM.                          EXIT.                      00101600
      *----------------------------------------------------------------*00101700
                                                                        00101800
      *----------------------------------------------------------------*00101900
       2500-TRATAR-SEM-CADASTRO              SECTION.                   00102000
      *----------------------------------------------------------------*00102100
                                                                        00102200
            SET WRK-IDX-FHI            TO WRK-IND-FHI.                  00102300
                                                                        00102400
            IF WRK-TAB-FHI-USADO (WRK-IDX-FHI) EQUAL 'S'                00102500
               GO                  TO 2500-99-FIM                       00102600
            END-IF.                                                     00102700
                                                                        00102800
            ADD 1                      TO ACUM-SEM-CADASTRO.            00102900
            MOVE 'A'                   TO WRK-SEVERIDADE.               00103000
            MOVE 'FR05DB66'            TO WRK-PROGRAMA.                 00103100
            MOVE '2500  '              TO WRK-SECAO.                    00103200
            MOVE 'ID DO FOLHIST SEM CADASTRO NA FUNC2' TO WRK-MENSAGEM. 00103300
            MOVE WRK-TAB-FHI-ID (WRK-IDX-FHI) TO WRK-STATUS.            00103400
            CALL 'GRAVALOG'            USING WRK-LOG.                   00103500
                                                                        00103600
            MOVE 'S'                   TO WRK-TAB-FHI-USADO             00103700
                                          (WRK-IDX-FHI).                00103800
            MOVE '****'                TO WRK-SETOR.                    00103900
                                                                        00104000
            PERFORM 2200-CONTABILIZAR-EMPREGADO.                        00104100
                                                                        00104200
      *----------------------------------------------------------------*00104300
       2500-99-FIM.                          EXIT.                      00104400
      *----------------------------------------------------------------*00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       2600-ACUMULAR-LANCAMENTO              SECTION.                   00104800
      *----------------------------------------------------------------*00104900
                                                                        00105000
            MOVE 'N'                   TO WRK-LCT-ACHOU.                00105100
                                                                        00105200
            IF WRK-TAB-LCT-QTDE GREATER ZEROS                           00105300
               SET WRK-IDX-LCT         TO 1                             00105400
               SEARCH WRK-TAB-LCT                                       00105500
                 AT END                                                 00105600
                    CONTINUE                                            00105700
                 WHEN WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE              00105800
                    CONTINUE                                            00105900
                 WHEN WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)               00106000
                           EQUAL WRK-CONTA-DEB                          00106100
                  AND WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)               00106200
                           EQUAL WRK-CONTA-CRE                          00106300
                  AND WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)               00106400
                           EQUAL WRK-HISTORICO-LANC                     00106500
                    MOVE 'S'           TO WRK-LCT-ACHOU                 00106600
               END-SEARCH                                               00106700
            END-IF.                                                     00106800
                                                                        00106900
            IF NOT WRK-LCT-ACHOU-SIM                                    00107000
               IF WRK-TAB-LCT-QTDE GREATER OR EQUAL 300                 00107100
                  MOVE 'FR05DB66'      TO WRK-PROGRAMA                  00107200
                  MOVE '2600  '        TO WRK-SECAO                     00107300
                  MOVE 'TABELA DE LANCAMENTOS CHEIA' TO WRK-MENSAGEM    00107400
                  MOVE SPACES          TO WRK-STATUS                    00107500
                  PERFORM 9999-TRATAR-ERROS                             00107600
               END-IF                                                   00107700
               ADD 1                   TO WRK-TAB-LCT-QTDE              00107800
               SET WRK-IDX-LCT         TO WRK-TAB-LCT-QTDE              00107900
               MOVE WRK-CONTA-DEB      TO WRK-TAB-LCT-CONTA-DEB         00108000
                                          (WRK-IDX-LCT)                 00108100
               MOVE WRK-CONTA-CRE      TO WRK-TAB-LCT-CONTA-CRE         00108200
                                          (WRK-IDX-LCT)                 00108300
               MOVE WRK-HISTORICO-LANC TO WRK-TAB-LCT-HISTORICO         00108400
                                          (WRK-IDX-LCT)                 00108500
               MOVE ZEROS              TO WRK-TAB-LCT-VALOR             00108600
                                          (WRK-IDX-LCT)                 00108700
            END-IF.                                                     00108800
                                                                        00108900
            ADD WRK-VALOR-MOVTO        TO WRK-TAB-LCT-VALOR             00109000
                                          (WRK-IDX-LCT).                00109100
                                                                        00109200
      *----------------------------------------------------------------*00109300
       2600-99-FIM.                          EXIT.                      00109400
      *----------------------------------------------------------------*00109500
                                                                        00109600
      ******************************************************************00109700
      *                 F I N A L I Z A C A O                          *00109800
      ******************************************************************00109900
                                                                        00110000
      *----------------------------------------------------------------*00110100
       3000-FINALIZAR                        SECTION.                   00110200
      *----------------------------------------------------------------*00110300
                                                                        00110400
            IF WRK-TAB-LCT-QTDE GREATER ZEROS                           00110500
               PERFORM 3100-GRAVAR-PARTIDA                              00110600
                       VARYING WRK-IDX-LCT FROM 1 BY 1                  00110700
                       UNTIL WRK-IDX-LCT GREATER WRK-TAB-LCT-QTDE       00110800
            END-IF.                                                     00110900
                                                                        00111000
            MOVE SPACES                TO FD-GLMOV.                     00111100
            MOVE '99999999'            TO FD-GLJ-T-CONTA.               00111200
            MOVE ACUM-LANCAMENTOS      TO FD-GLJ-T-QTD-REG.             00111300
            MOVE ACUM-SOMA-DEBITOS     TO FD-GLJ-T-SOMA-DEB.            00111400
            WRITE FD-GLMOV.                                             00111500
            PERFORM 1100-TESTAR-STATUS.                                 00111600
                                                                        00111700
            PERFORM 3200-PAGINA-DE-CONTROLE.                            00111800
                                                                        00111900
            CLOSE GLMOV                                                 00112000
                  RELCTF.                                               00112100
                                                                        00112200
            DISPLAY '--------------------------------------'.           00112300
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00112400
            DISPLAY 'ORIGEM...........: ' WRK-ORIGEM.                   00112500
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-HIST-LIDOS.              00112600
            DISPLAY 'FOLHIST RODADA...: ' ACUM-HIST-RODADA.             00112700
            DISPLAY 'FUNC2 LIDOS......: ' ACUM-LIDOS.                   00112800
            DISPLAY 'EMPREGADOS CONTAB: ' ACUM-EMPREGADOS.              00112900
            DISPLAY 'SEM CADASTRO.....: ' ACUM-SEM-CADASTRO.            00113000
            DISPLAY 'SEM CONTA CTBFOL.: ' ACUM-SEM-CONTA.               00113100
            DISPLAY 'LANCAMENTOS......: ' ACUM-LANCAMENTOS.             00113200
            DISPLAY 'SOMA DEBITOS.....: ' ACUM-SOMA-DEBITOS.            00113300
            DISPLAY 'SOMA CREDITOS....: ' ACUM-SOMA-CREDITOS.           00113400
            DISPLAY '--------------------------------------'.           00113500
                                                                        00113600
            MOVE 'A'                   TO WRK-SEVERIDADE.               00113700
            MOVE 'FR05DB66'            TO WRK-PROGRAMA.                 00113800
            MOVE '3000  '              TO WRK-SECAO.                    00113900
            MOVE 'DIARIO DA FOLHA CONTABILIZADO' TO WRK-MENSAGEM.       00114000
            MOVE WRK-RUN-DATA-MOVTO    TO WRK-STATUS.                   00114100
            CALL 'GRAVALOG'            USING WRK-LOG.                   00114200
                                                                        00114300
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00114400
            MOVE ACUM-HIST-RODADA      TO WRK-RUN-LIDOS.                00114500
            MOVE ACUM-LANCAMENTOS      TO WRK-RUN-GRAVADOS.             00114600
            MOVE ZEROS                 TO WRK-RUN-RC.                   00114700
            IF WRK-DIVERGENCIA-SIM                                      00114800
               MOVE 04                 TO WRK-RUN-RC                    00114900
            END-IF.                                                     00115000
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00115100
                                                                        00115200
            IF WRK-DIVERGENCIA-SIM                                      00115300
               MOVE 04                 TO RETURN-CODE                   00115400
            END-IF.                                                     00115500
                                                                        00115600
      *----------------------------------------------------------------*00115700
       3000-99-FIM.                           EXIT.                     00115800
      *----------------------------------------------------------------*00115900
                                                                        00116000
      *----------------------------------------------------------------*00116100
       3100-GRAVAR-PARTIDA                   SECTION.                   00116200
      *----------------------------------------------------------------*00116300
                                                                        00116400
            MOVE SPACES                TO FD-GLMOV.                     00116500
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA.                  00116600
            MOVE WRK-TAB-LCT-CONTA-DEB (WRK-IDX-LCT)                    00116700
                                       TO FD-GLJ-CONTA-CTB.             00116800
            MOVE 'D'                   TO FD-GLJ-NATUREZA.              00116900
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00117000
                                       TO FD-GLJ-VALOR.                 00117100
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00117200
                                       TO FD-GLJ-HISTORICO.             00117300
            WRITE FD-GLMOV.                                             00117400
            PERFORM 1100-TESTAR-STATUS.                                 00117500
            ADD 1                      TO ACUM-LANCAMENTOS.             00117600
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00117700
                                       TO ACUM-SOMA-DEBITOS.            00117800
                                                                        00117900
            MOVE SPACES                TO FD-GLMOV.                     00118000
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA.                  00118100
            MOVE WRK-TAB-LCT-CONTA-CRE (WRK-IDX-LCT)                    00118200
                                       TO FD-GLJ-CONTA-CTB.             00118300
            MOVE 'C'                   TO FD-GLJ-NATUREZA.              00118400
            MOVE WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                        00118500
                                       TO FD-GLJ-VALOR.                 00118600
            MOVE WRK-TAB-LCT-HISTORICO (WRK-IDX-LCT)                    00118700
                                       TO FD-GLJ-HISTORICO.             00118800
            WRITE FD-GLMOV.                                             00118900
            PERFORM 1100-TESTAR-STATUS.                                 00119000
            ADD 1                      TO ACUM-LANCAMENTOS.             00119100
            ADD WRK-TAB-LCT-VALOR (WRK-IDX-LCT)                         00119200
                                       TO ACUM-SOMA-CREDITOS.           00119300
                                                                        00119400
      *----------------------------------------------------------------*00119500
       3100-99-FIM.                          EXIT.                      00119600
      *----------------------------------------------------------------*00119700
                                                                        00119800
      ******************************************************************00119900
      *        P A G I N A   D E   C O N T R O L E                     *00120000
      ******************************************************************00120100
                                                                        00120200
      *----------------------------------------------------------------*00120300
       3200-PAGINA-DE-CONTROLE               SECTION.                   00120400
      *----------------------------------------------------------------*00120500
                                                                        00120600
      *     O BRUTO CONTABILIZADO E A DESPESA MENOS OS OUTROS          *00120700
      *     CREDITOS; O HOLERITE DA RODADA SAO OS TOTAIS DO FOLHIST    *00120800
            COMPUTE WRK-DIFERENCA =                                     00120900
                    ACUM-SOMA-DEBITOS - ACUM-SOMA-CREDITOS.             00121000
            COMPUTE WRK-DIF-BRUTO =                                     00121100
                    ACUM-FHI-BRUTO + ACUM-FHI-CRED - ACUM-CTB-DESPESA.  00121200
            COMPUTE WRK-DIF-LIQUIDO =                                   00121300
                    ACUM-FHI-LIQUIDO - ACUM-CTB-LIQUIDO.                00121400
                                                                        00121500
            MOVE WRK-COMPETENCIA       TO WRK-CF-COMPETENCIA.           00121600
            MOVE WRK-ORIGEM            TO WRK-CF-ORIGEM.                00121700
            WRITE FD-RELCTF            FROM WRK-CF-SEPARA.              00121800
            WRITE FD-RELCTF            FROM WRK-CF-CABEC.               00121900
            WRITE FD-RELCTF            FROM WRK-CF-SEPARA.              00122000
            PERFORM 1100-TESTAR-STATUS.                                 00122100
                                                                        00122200
            MOVE 'EMPREGADOS NA RODADA'  TO WRK-CQ-ROTULO.              00122300
            MOVE WRK-TAB-FHI-QTDE      TO WRK-CQ-QTDE.                  00122400
            PERFORM 3220-GRAVAR-QTDE.                                   00122500
                                                                        00122600
            MOVE 'EMPREGADOS CONTABILIZADOS' TO WRK-CQ-ROTULO.          00122700
            MOVE ACUM-EMPREGADOS       TO WRK-CQ-QTDE.                  00122800
            PERFORM 3220-GRAVAR-QTDE.                                   00122900
                                                                        00123000
            MOVE 'SEM CADASTRO NA FUNC2' TO WRK-CQ-ROTULO.              00123100
            MOVE ACUM-SEM-CADASTRO     TO WRK-CQ-QTDE.                  00123200
            PERFORM 3220-GRAVAR-QTDE.                                   00123300
                                                                        00123400
            MOVE 'TOTAIS GERAIS DO HOLERITE' TO WRK-CF-SUB-TEXTO.       00123500
            PERFORM 3230-GRAVAR-SUBTITULO.                              00123600
                                                                        00123700
            MOVE 'BRUTO'               TO WRK-CT-ROTULO.                00123800
            MOVE ACUM-FHI-BRUTO        TO WRK-CT-VALOR.                 00123900
            PERFORM 3210-GRAVAR-LINHA.                                  00124000
                                                                        00124100
            MOVE 'OUTROS CREDITOS'     TO WRK-CT-ROTULO.                00124200
            MOVE ACUM-FHI-CRED         TO WRK-CT-VALOR.                 00124300
            PERFORM 3210-GRAVAR-LINHA.                                  00124400
                                                                        00124500
            MOVE 'INSS RETIDO'         TO WRK-CT-ROTULO.                00124600
            MOVE ACUM-FHI-INSS         TO WRK-CT-VALOR.                 00124700
            PERFORM 3210-GRAVAR-LINHA.                                  00124800
                                                                        00124900
            MOVE 'IRRF RETIDO'         TO WRK-CT-ROTULO.                00125000
            MOVE ACUM-FHI-IRRF         TO WRK-CT-VALOR.                 00125100
            PERFORM 3210-GRAVAR-LINHA.                                  00125200
                                                                        00125300
            MOVE 'CONSIGNADO'          TO WRK-CT-ROTULO.                00125400
            MOVE ACUM-FHI-CONSIG       TO WRK-CT-VALOR.                 00125500
            PERFORM 3210-GRAVAR-LINHA.                                  00125600
                                                                        00125700
            MOVE 'OUTROS DESCONTOS'    TO WRK-CT-ROTULO.                00125800
            MOVE ACUM-FHI-OUTROS       TO WRK-CT-VALOR.                 00125900
            PERFORM 3210-GRAVAR-LINHA.                                  00126000
                                                                        00126100
            MOVE 'LIQUIDO'             TO WRK-CT-ROTULO.                00126200
            MOVE ACUM-FHI-LIQUIDO      TO WRK-CT-VALOR.                 00126300
            PERFORM 3210-GRAVAR-LINHA.                                  00126400
                                                                        00126500
            MOVE 'CONTABILIZADO NO DIARIO' TO WRK-CF-SUB-TEXTO.         00126600
            PERFORM 3230-GRAVAR-SUBTITULO.                              00126700
                                                                        00126800
            MOVE 'DESPESA COM PESSOAL'  TO WRK-CT-ROTULO.               00126900
            MOVE ACUM-CTB-DESPESA      TO WRK-CT-VALOR.                 00127000
            PERFORM 3210-GRAVAR-LINHA.                                  00127100
                                                                        00127200
            MOVE 'INSS A RECOLHER'     TO WRK-CT-ROTULO.                00127300
            MOVE ACUM-CTB-INSS         TO WRK-CT-VALOR.                 00127400
            PERFORM 3210-GRAVAR-LINHA.                                  00127500
                                                                        00127600
            MOVE 'IRRF A RECOLHER'     TO WRK-CT-ROTULO.                00127700
            MOVE ACUM-CTB-IRRF         TO WRK-CT-VALOR.                 00127800
            PERFORM 3210-GRAVAR-LINHA.                                  00127900
                                                                        00128000
            MOVE 'CONSIGNADO A REPASSAR' TO WRK-CT-ROTULO.              00128100
            MOVE ACUM-CTB-CONSIG       TO WRK-CT-VALOR.                 00128200
            PERFORM 3210-GRAVAR-LINHA.                                  00128300
                                                                        00128400
            MOVE 'OUTROS DESCONTOS'    TO WRK-CT-ROTULO.                00128500
            MOVE ACUM-CTB-OUTROS       TO WRK-CT-VALOR.                 00128600
            PERFORM 3210-GRAVAR-LINHA.                                  00128700
                                                                        00128800
            MOVE 'LIQUIDO A PAGAR'     TO WRK-CT-ROTULO.                00128900
            MOVE ACUM-CTB-LIQUIDO      TO WRK-CT-VALOR.                 00129000
            PERFORM 3210-GRAVAR-LINHA.                                  00129100
                                                                        00129200
            MOVE 'SEM CONTA NA CTBFOL' TO WRK-CT-ROTULO.                00129300
            MOVE ACUM-VLR-SEM-CONTA    TO WRK-CT-VALOR.                 00129400
            PERFORM 3210-GRAVAR-LINHA.                                  00129500
                                                                        00129600
            MOVE 'FECHAMENTO' TO WRK-CF-SUB-TEXTO.                      00129700
            PERFORM 3230-GRAVAR-SUBTITULO.                              00129800
                                                                        00129900
            MOVE 'TOTAL DE DEBITOS'    TO WRK-CT-ROTULO.                00130000
            MOVE ACUM-SOMA-DEBITOS     TO WRK-CT-VALOR.                 00130100
            PERFORM 3210-GRAVAR-LINHA.                                  00130200
                                                                        00130300
            MOVE 'TOTAL DE CREDITOS'   TO WRK-CT-ROTULO.                00130400
            MOVE ACUM-SOMA-CREDITOS    TO WRK-CT-VALOR.                 00130500
            PERFORM 3210-GRAVAR-LINHA.                                  00130600
                                                                        00130700
            MOVE 'DIFERENCA DO DIARIO' TO WRK-CT-ROTULO.                00130800
            MOVE WRK-DIFERENCA         TO WRK-CT-VALOR.                 00130900
            PERFORM 3210-GRAVAR-LINHA.                                  00131000
                                                                        00131100
            MOVE 'DIFERENCA BRUTO+CREDITOS' TO WRK-CT-ROTULO.           00131200
            MOVE WRK-DIF-BRUTO         TO WRK-CT-VALOR.                 00131300
            PERFORM 3210-GRAVAR-LINHA.                                  00131400
                                                                        00131500
            MOVE 'DIFERENCA LIQUIDO'   TO WRK-CT-ROTULO.                00131600
            MOVE WRK-DIF-LIQUIDO       TO WRK-CT-VALOR.                 00131700
            PERFORM 3210-GRAVAR-LINHA.                                  00131800
                                                                        00131900
            IF WRK-DIFERENCA NOT EQUAL ZEROS                            00132000
             OR WRK-DIF-BRUTO NOT EQUAL ZEROS                           00132100
             OR WRK-DIF-LIQUIDO NOT EQUAL ZEROS                         00132200
               MOVE 'S'                TO WRK-DIVERGENCIA               00132300
               MOVE 'DIVERGENCIA - VER LOG'  TO WRK-CF-SIT-TEXTO        00132400
               MOVE 'A'                TO WRK-SEVERIDADE                00132500
               MOVE 'FR05DB66'         TO WRK-PROGRAMA                  00132600
               MOVE '3200  '           TO WRK-SECAO                     00132700
               MOVE 'DIARIO NAO CONFERE COM O HOLERITE'                 00132800
                                       TO WRK-MENSAGEM                  00132900
               MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                    00133000
               CALL 'GRAVALOG'         USING WRK-LOG                    00133100
            ELSE                                                        00133200
               MOVE 'CONFERE COM O HOLERITE' TO WRK-CF-SIT-TEXTO        00133300
            END-IF.                                                     00133400
                                                                        00133500
            WRITE FD-RELCTF            FROM WRK-CF-SEPARA.              00133600
            WRITE FD-RELCTF            FROM WRK-CF-SITUACAO.            00133700
            WRITE FD-RELCTF            FROM WRK-CF-SEPARA.              00133800
            PERFORM 1100-TESTAR-STATUS.                                 00133900
                                                                        00134000
      *----------------------------------------------------------------*00134100
       3200-99-FIM.                          EXIT.                      00134200
      *----------------------------------------------------------------*00134300
                                                                        00134400
      *----------------------------------------------------------------*00134500
       3210-GRAVAR-LINHA                     SECTION.                   00134600
      *----------------------------------------------------------------*00134700
                                                                        00134800
            WRITE FD-RELCTF            FROM WRK-LINCTL.                 00134900
            PERFORM 1100-TESTAR-STATUS.                                 00135000
                                                                        00135100
      *----------------------------------------------------------------*00135200
       3210-99-FIM.                          EXIT.                      00135300
      *----------------------------------------------------------------*00135400
                                                                        00135500
      *----------------------------------------------------------------*00135600
       3220-GRAVAR-QTDE                      SECTION.                   00135700
      *----------------------------------------------------------------*00135800
                                                                        00135900
            WRITE FD-RELCTF            FROM WRK-LINQTD.                 00136000
            PERFORM 1100-TESTAR-STATUS.                                 00136100
                                                                        00136200
      *----------------------------------------------------------------*00136300
       3220-99-FIM.                          EXIT.                      00136400
      *----------------------------------------------------------------*00136500
                                                                        00136600
      *----------------------------------------------------------------*00136700
       3230-GRAVAR-SUBTITULO                 SECTION.                   00136800
      *----------------------------------------------------------------*00136900
                                                                        00137000
            MOVE SPACES                TO FD-RELCTF.                    00137100
            WRITE FD-RELCTF.                                            00137200
            WRITE FD-RELCTF            FROM WRK-CF-SUBTIT.              00137300
            PERFORM 1100-TESTAR-STATUS.                                 00137400
                                                                        00137500
      *----------------------------------------------------------------*00137600
       3230-99-FIM.                          EXIT.                      00137700
      *----------------------------------------------------------------*00137800
                                                                        00137900
      ******************************************************************00138000
      *                 T R A T A R   E R R O S                        *00138100
      ******************************************************************00138200
                                                                        00138300
      *----------------------------------------------------------------*00138400
       9990-ERRO-ARQUIVO                     SECTION.                   00138500
      *----------------------------------------------------------------*00138600
                                                                        00138700
           MOVE 'FR05DB66'      TO WRK-PROGRAMA.                        00138800
           MOVE '1100  '        TO WRK-SECAO.                           00138900
           PERFORM 9999-TRATAR-ERROS.                                   00139000
                                                                        00139100
      *----------------------------------------------------------------*00139200
       9990-99-FIM.                           EXIT.                     00139300
      *----------------------------------------------------------------*00139400
                                                                        00139500
      *----------------------------------------------------------------*00139600
       9999-TRATAR-ERROS                     SECTION.                   00139700
      *----------------------------------------------------------------*00139800
                                                                        00139900
           MOVE 'F'             TO WRK-SEVERIDADE.                      00140000
           CALL 'GRAVALOG'      USING WRK-LOG.                          00140100
           MOVE 16              TO RETURN-CODE.                         00140200
           GOBACK.                                                      00140300
                                                                        00140400
      *----------------------------------------------------------------*00140500
       9999-99-FIM.                           EXIT.                     00140600
      *----------------------------------------------------------------*00140700
