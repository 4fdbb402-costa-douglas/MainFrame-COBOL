      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX51.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX51                                       *00002000
      *    TIPO.......: BAIXA PARA PREJUIZO E APURACAO DE RECUPERACAO  *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : BAIXAR PARA PREJUIZO, A CADA MES, AS CONTAS DA   *00002800
      *               PERMANENCIA EM DEBITO (DEVACUM DO FR05EX24) COM  *00002900
      *               DIAS E SALDO DEVEDOR A PARTIR DOS MINIMOS DO     *00003000
      *               SYSIN E AINDA DEVEDORAS NO CADASTRO. PARA CADA   *00003100
      *               UMA:                                             *00003200
      *                 - GERA O CREDITO DE ZERAMENTO (TIPO 'C',       *00003300
      *                   HISTORICO 'BAIXA PARA PREJUIZO', NO VALOR DO *00003400
      *                   SALDO DEVEDOR DO CADASTRO) NO LAYOUT         *00003500
      *                   B#MOVREG, COM HEADER/TRAILER (MOVBX),        *00003600
      *                   PROCESSADO COMO UM CICLO DE MOV2505 PELO     *00003700
      *                   FR05EX03;                                    *00003800
      *                 - GRAVA A CONTA NO LIVRO DE BAIXAS (B#BAIXA),  *00003900
      *                   QUE MARCA A CONTA COMO BAIXADA: O FR05EX21   *00004000
      *                   PARA DE ACUMULAR JUROS PARA ELA;             *00004100
      *                 - GERA O LANCAMENTO DA PERDA NO LAYOUT B#GLJRN *00004200
      *                   (GLBX): DEBITO 31010000 PERDAS COM CREDITO E *00004300
      *                   CREDITO 11010000 CAIXA / MOVIMENTO DO DIA,   *00004400
      *                   QUE ZERA O PAR CAIXA X DEPOSITOS QUE O       *00004500
      *                   FR05EX27 GERA QUANDO O CREDITO POSTA.        *00004600
      *               NA MESMA PASSADA, OS CREDITOS DO MOVHIST EM      *00004700
      *               CONTA JA BAIXADA, POSTERIORES A ULTIMA APURACAO  *00004800
      *               (MENOS O PROPRIO CREDITO DE ZERAMENTO), SAO      *00004900
      *               SOMADOS COMO RECUPERACAO NO LIVRO. O RELATORIO   *00005000
      *               RELBX TRAZ AS BAIXAS E AS RECUPERACOES DO MES.   *00005100
      *----------------------------------------------------------------*00005200
      *    CONTAS CONTABEIS:                                           *00005300
      *      31010000 PERDAS COM CREDITO (BAIXA PARA PREJUIZO)         *00005400
      *      11010000 CAIXA / MOVIMENTO DO DIA                         *00005500
      *----------------------------------------------------------------*00005600
      *    ARQUIVOS :                                                  *00005700
      *    DDNAME          I/O                                         *00005800
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005900
      *    JCLDEVAC         I    PERMANENCIA EM DEBITO (FR05EX24)      *00006000
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (CHAVE+DATA)  *00006100
      *    JCLBXANT         I    LIVRO DE BAIXAS ANTERIOR              *00006200
      *    JCLBXNOV         O    LIVRO DE BAIXAS REGRAVADO             *00006300
      *    JCLMOVBX         O    CREDITOS DE ZERAMENTO (MOV2505)       *00006400
      *    JCLGLBX          O    LANCAMENTOS DA PERDA (GLMOV)          *00006500
      *    JCLRELBX         O    RELATORIO DE BAIXAS E RECUPERACOES    *00006600
      *----------------------------------------------------------------*00006700
      *    BOOKS    :    B#CLIMST, B#DEVAC, B#MOVHST, B#BAIXA,         *00006800
      *                  B#MOVREG, B#GLJRN, B#GRALOG, B#RUNCTL,        *00006900
      *                  B#DATPRC                                      *00007000
      *----------------------------------------------------------------*00007100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00007200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007400
      *----------------------------------------------------------------*00007500
      *    PARAMETROS (VIA SYSIN):                                     *00007600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007700
      *      DIAS MINIMOS EM DEBITO 9(05)     (BRANCOS = 00180)        *00007800
      *      SALDO DEVEDOR MINIMO 9(08)V99    (BRANCOS = ZERO)         *00007900
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
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010300
                    ORGANIZATION    IS INDEXED                          00010400
                    ACCESS MODE     IS SEQUENTIAL                       00010500
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010600
                    FILE STATUS          IS WRK-FS-CLI2505.             00010700
                                                                        00010800
             SELECT DEVACUM   ASSIGN     TO JCLDEVAC                    00010900
                    FILE STATUS          IS WRK-FS-DEVACUM.             00011000
                                                                        00011100
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00011200
                    FILE STATUS          IS WRK-FS-MOVHIST.             00011300
                                                                        00011400
             SELECT BAIXANT   ASSIGN     TO JCLBXANT                    00011500
                    FILE STATUS          IS WRK-FS-BAIXANT.             00011600
                                                                        00011700
             SELECT BAIXNOVO  ASSIGN     TO JCLBXNOV                    00011800
                    FILE STATUS          IS WRK-FS-BAIXNOVO.            00011900
                                                                        00012000
             SELECT MOVBX     ASSIGN     TO JCLMOVBX                    00012100
                    FILE STATUS          IS WRK-FS-MOVBX.               00012200
                                                                        00012300
             SELECT GLBX      ASSIGN     TO JCLGLBX                     00012400
                    FILE STATUS          IS WRK-FS-GLBX.                00012500
                                                                        00012600
             SELECT RELBX     ASSIGN     TO JCLRELBX                    00012700
                    FILE STATUS          IS WRK-FS-RELBX.               00012800
                                                                        00012900
      *================================================================*00013000
       DATA                                      DIVISION.              00013100
      *================================================================*00013200
                                                                        00013300
      *----------------------------------------------------------------*00013400
       FILE                                      SECTION.               00013500
      *----------------------------------------------------------------*00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00013900
      *----------------------------------------------------------------*00014000
                                                                        00014100
       FD CLI2505.                                                      00014200
                                                                        00014300
           COPY 'B#CLIMST'.                                             00014400
                                                                        00014500
      *----------------------------------------------------------------*00014600
      *  INPUT - PERMANENCIA EM DEBITO (DEVACUM) - LRECL = 050.        *00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
       FD DEVACUM                                                       00015000
           RECORDING MODE IS F                                          00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
                                                                        00015300
           COPY 'B#DEVAC'.                                              00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
      *  INPUT - HISTORICO DE MOVIMENTOS (MOVHIST) - LRECL = 114.      *00015700
      *----------------------------------------------------------------*00015800
                                                                        00015900
       FD MOVHIST                                                       00016000
           RECORDING MODE IS F                                          00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
                                                                        00016300
           COPY 'B#MOVHST'.                                             00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
      *  INPUT - LIVRO DE BAIXAS ANTERIOR (BAIXANT) - LRECL = 080.     *00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
       FD BAIXANT                                                       00017000
           RECORDING MODE IS F                                          00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
                                                                        00017300
           COPY 'B#BAIXA'.                                              00017400
                                                                        00017500
      *----------------------------------------------------------------*00017600
      *  OUTPUT - LIVRO DE BAIXAS REGRAVADO (BAIXNOVO) - LRECL = 080.  *00017700
      *----------------------------------------------------------------*00017800
                                                                        00017900
       FD BAIXNOVO                                                      00018000
           RECORDING MODE IS F                                          00018100
           BLOCK CONTAINS 0 RECORDS.                                    00018200
       01 FD-BAIXNOVO       PIC X(080).                                 00018300
                                                                        00018400
      *----------------------------------------------------------------*00018500
      *  OUTPUT - CREDITOS DE ZERAMENTO (MOVBX) - LRECL = 106.         *00018600
      *----------------------------------------------------------------*00018700
                                                                        00018800
       FD MOVBX                                                         00018900
           RECORDING MODE IS F                                          00019000
           BLOCK CONTAINS 0 RECORDS.                                    00019100
                                                                        00019200
           COPY 'B#MOVREG'.                                             00019300
                                                                        00019400
      *----------------------------------------------------------------*00019500
      *  OUTPUT - LANCAMENTOS DA PERDA (GLBX) - LRECL = 060.           *00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
       FD GLBX                                                          00019900
           RECORDING MODE IS F                                          00020000
           BLOCK CONTAINS 0 RECORDS.                                    00020100
                                                                        00020200
           COPY 'B#GLJRN'.                                              00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
      *  OUTPUT - RELATORIO DE BAIXAS (RELBX) - LRECL = 080.           *00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       FD RELBX                                                         00020900
           RECORDING MODE IS F                                          00021000
           BLOCK CONTAINS 0 RECORDS.                                    00021100
       01 FD-RELBX          PIC X(080).                                 00021200
                                                                        00021300
      *----------------------------------------------------------------*00021400
       WORKING-STORAGE                            SECTION.              00021500
      *----------------------------------------------------------------*00021600
      *----------------------------------------------------------------*00021700
       01 FILLER                         PIC X(050)       VALUE         00021800
                   '*** INICIO DA WORKING FR05EX51 ***'.                00021900
      *----------------------------------------------------------------*00022000
                                                                        00022100
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00022200
       77 WRK-FS-DEVACUM                 PIC X(002) VALUE SPACES.       00022300
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00022400
       77 WRK-FS-BAIXANT                 PIC X(002) VALUE SPACES.       00022500
       77 WRK-FS-BAIXNOVO                PIC X(002) VALUE SPACES.       00022600
       77 WRK-FS-MOVBX                   PIC X(002) VALUE SPACES.       00022700
       77 WRK-FS-GLBX                    PIC X(002) VALUE SPACES.       00022800
       77 WRK-FS-RELBX                   PIC X(002) VALUE SPACES.       00022900
                                                                        00023000
      *----------------------------------------------------------------*00023100
       01 FILLER                         PIC X(050)       VALUE         00023200
                     '*** AREA DA ACUMULADORES ***'.                    00023300
      *----------------------------------------------------------------*00023400
                                                                        00023500
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00023600
       77 ACUM-LIDOS-MOVHIST             PIC 9(007) VALUE ZEROS.        00023700
       77 ACUM-CURADAS                   PIC 9(007) VALUE ZEROS.        00023800
       77 ACUM-BAIXAS                    PIC 9(007) VALUE ZEROS.        00023900
       77 ACUM-VALOR-BAIXADO             PIC 9(011)V99 VALUE ZEROS.     00024000
       77 ACUM-RECUPERACOES              PIC 9(007) VALUE ZEROS.        00024100
       77 ACUM-VALOR-RECUPERADO          PIC 9(011)V99 VALUE ZEROS.     00024200
       77 ACUM-LIVRO                     PIC 9(007) VALUE ZEROS.        00024300
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00024400
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00024500
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00024600
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       01 FILLER                         PIC X(050)       VALUE         00025000
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00025400
       77 WRK-CHAVE-ATUAL-DEV            PIC X(010) VALUE SPACES.       00025500
       77 WRK-CHAVE-ATUAL-MOV            PIC X(010) VALUE SPACES.       00025600
       77 WRK-CHAVE-ATUAL-BXA            PIC X(010) VALUE SPACES.       00025700
       77 WRK-CHAVE-PROC                 PIC X(010) VALUE SPACES.       00025800
       77 WRK-SEM-DEVACUM                PIC X(001) VALUE 'N'.          00025900
           88 WRK-SEM-DEVACUM-SIM                   VALUE 'S'.          00026000
       77 WRK-SEM-BAIXANT                PIC X(001) VALUE 'N'.          00026100
           88 WRK-SEM-BAIXANT-SIM                   VALUE 'S'.          00026200
       77 WRK-NO-LIVRO                   PIC X(001) VALUE 'N'.          00026300
           88 WRK-NO-LIVRO-SIM                      VALUE 'S'.          00026400
       77 WRK-VALOR-BAIXA                PIC 9(008)V99 VALUE ZEROS.     00026500
       77 WRK-VALOR-PERIODO              PIC 9(008)V99 VALUE ZEROS.     00026600
       77 WRK-HIST-BAIXA                 PIC X(030) VALUE               00026700
                                         'BAIXA PARA PREJUIZO'.         00026800
       77 WRK-CONTA-PERDA                PIC X(008) VALUE '31010000'.   00026900
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00027000
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00027100
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00027200
                                                                        00027300
      *----------------------------------------------------------------*00027400
      *    PARAMETROS DO SYSIN                                         *00027500
      *----------------------------------------------------------------*00027600
                                                                        00027700
       77 WRK-PARM-DIAS                  PIC 9(005) VALUE 00180.        00027800
       77 WRK-PARM-VALOR                 PIC 9(008)V99 VALUE ZEROS.     00027900
       77 WRK-PARM-ENTRADA               PIC X(010) VALUE SPACES.       00028000
       77 WRK-PARM-ENTRADA-VLR REDEFINES WRK-PARM-ENTRADA               00028100
                                         PIC 9(008)V99.                 00028200
                                                                        00028300
      *----------------------------------------------------------------*00028400
      *    AREA DE MONTAGEM DO LIVRO REGRAVADO                         *00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
       01 WRK-BXASAI.                                                   00028800
          05 WRK-BXS-CHAVE.                                             00028900
             10 WRK-BXS-AGENCIA          PIC X(004).                    00029000
             10 WRK-BXS-CONTA            PIC X(006).                    00029100
          05 WRK-BXS-DOCUMENTO           PIC X(014).                    00029200
          05 WRK-BXS-DATA-BAIXA          PIC X(008).                    00029300
          05 WRK-BXS-DIAS-ATRASO         PIC 9(005).                    00029400
          05 WRK-BXS-VALOR-BAIXADO       PIC 9(008)V99.                 00029500
          05 WRK-BXS-VALOR-RECUPERADO    PIC 9(008)V99.                 00029600
          05 WRK-BXS-DATA-APURACAO       PIC X(008).                    00029700
          05 WRK-BXS-SITUACAO            PIC X(001).                    00029800
          05 FILLER                      PIC X(014).                    00029900
                                                                        00030000
      *----------------------------------------------------------------*00030100
      *    LINHAS DO RELATORIO                                         *00030200
      *----------------------------------------------------------------*00030300
                                                                        00030400
       01 WRK-CABEC1.                                                   00030500
          05 FILLER                      PIC X(040) VALUE               00030600
             'FR05EX51 - BAIXA PARA PREJUIZO E RECUPER'.                00030700
          05 FILLER                      PIC X(016) VALUE               00030800
             'ACAO - DATA BASE'.                                        00030900
          05 FILLER                      PIC X(001) VALUE SPACES.       00031000
          05 WRK-CB-DATA                 PIC X(008).                    00031100
          05 FILLER                      PIC X(015) VALUE SPACES.       00031200
                                                                        00031300
       01 WRK-CABEC2.                                                   00031400
          05 FILLER                      PIC X(040) VALUE               00031500
             'TIPO   AG/CONTA    DT BAIXA ATRASO   VLR'.                00031600
          05 FILLER                      PIC X(040) VALUE               00031700
             ' BAIXADO    NO PERIODO    RECUPERADO    '.                00031800
                                                                        00031900
       01 WRK-LINBX.                                                    00032000
          05 WRK-LB-TIPO                 PIC X(006).                    00032100
          05 FILLER                      PIC X(001) VALUE SPACES.       00032200
          05 WRK-LB-AGENCIA              PIC X(004).                    00032300
          05 FILLER                      PIC X(001) VALUE '/'.          00032400
          05 WRK-LB-CONTA                PIC X(006).                    00032500
          05 FILLER                      PIC X(001) VALUE SPACES.       00032600
          05 WRK-LB-DATA-BAIXA           PIC X(008).                    00032700
          05 FILLER                      PIC X(001) VALUE SPACES.       00032800
          05 WRK-LB-DIAS                 PIC ZZ.ZZ9.                    00032900
          05 FILLER                      PIC X(001) VALUE SPACES.       00033000
          05 WRK-LB-VALOR-BAIXADO        PIC ZZ.ZZZ.ZZ9,99.             00033100
          05 FILLER                      PIC X(001) VALUE SPACES.       00033200
          05 WRK-LB-VALOR-PERIODO        PIC ZZ.ZZZ.ZZ9,99.             00033300
          05 FILLER                      PIC X(001) VALUE SPACES.       00033400
          05 WRK-LB-VALOR-RECUPERADO     PIC ZZ.ZZZ.ZZ9,99.             00033500
          05 FILLER                      PIC X(004) VALUE SPACES.       00033600
                                                                        00033700
       01 WRK-LINTOT.                                                   00033800
          05 WRK-LT-TEXTO                PIC X(030).                    00033900
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00034000
          05 FILLER                      PIC X(003) VALUE SPACES.       00034100
          05 WRK-LT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00034200
          05 FILLER                      PIC X(023) VALUE SPACES.       00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       01 FILLER                         PIC X(050)       VALUE         00034600
                    '*** AREA DA BOOK GRAVALOG ***'.                    00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
                           COPY 'B#GRALOG'.                             00035000
                                                                        00035100
      ******************************************************************00035200
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00035300
      ******************************************************************00035400
                                                                        00035500
       COPY 'B#RUNCTL'.                                                 00035600
                                                                        00035700
       COPY 'B#DATPRC'.                                                 00035800
                                                                        00035900
      *================================================================*00036000
       PROCEDURE                                 DIVISION.              00036100
      *================================================================*00036200
                                                                        00036300
      *----------------------------------------------------------------*00036400
       0000-PRINCIPAL                            SECTION.               00036500
      *----------------------------------------------------------------*00036600
                                                                        00036700
            PERFORM 1000-INICIAR                                        00036800
                                                                        00036900
            PERFORM 2100-LER-CLI2505                                    00037000
            PERFORM 2200-LER-BAIXANT                                    00037100
            PERFORM 2300-LER-DEVACUM                                    00037200
            PERFORM 2400-LER-MOVHIST                                    00037300
                                                                        00037400
            PERFORM 3000-PROCESSAR                                      00037500
                    UNTIL WRK-CHAVE-ATUAL-CLI EQUAL HIGH-VALUES         00037600
                      AND WRK-CHAVE-ATUAL-BXA EQUAL HIGH-VALUES         00037700
                                                                        00037800
            PERFORM 4000-FINALIZAR                                      00037900
                                                                        00038000
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00038100
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00038200
            MOVE ACUM-LIVRO           TO WRK-RUN-GRAVADOS               00038300
            MOVE ZEROS                TO WRK-RUN-RC                     00038400
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00038500
                                                                        00038600
            STOP RUN.                                                   00038700
                                                                        00038800
      *----------------------------------------------------------------*00038900
       0000-99-FIM.                           EXIT.                     00039000
      *----------------------------------------------------------------*00039100
                                                                        00039200
      ******************************************************************00039300
      *                       I N I C I A R                            *00039400
      ******************************************************************00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       1000-INICIAR                           SECTION.                  00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00040100
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00040200
           CALL 'LERDATAP'            USING WRK-DATPRC                  00040300
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00040400
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00040500
           MOVE 'FR05EX51'            TO WRK-RUN-PROGRAMA               00040600
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00040700
           MOVE ZEROS                 TO WRK-RUN-RC                     00040800
                                         WRK-RUN-LIDOS                  00040900
                                         WRK-RUN-GRAVADOS               00041000
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00041100
                                                                        00041200
           IF WRK-RUN-DATA-JA-FEITA                                     00041300
              MOVE 'A'                TO WRK-SEVERIDADE                 00041400
              MOVE 'FR05EX51'         TO WRK-PROGRAMA                   00041500
              MOVE '1000  '           TO WRK-SECAO                      00041600
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00041700
                                      TO WRK-MENSAGEM                   00041800
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00041900
              CALL 'GRAVALOG'         USING WRK-LOG                     00042000
              MOVE 08                 TO RETURN-CODE                    00042100
              GOBACK                                                    00042200
           END-IF                                                       00042300
                                                                        00042400
           MOVE SPACES                TO WRK-PARM-ENTRADA               00042500
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00042600
           IF WRK-PARM-ENTRADA (1:5) NUMERIC                            00042700
              MOVE WRK-PARM-ENTRADA (1:5) TO WRK-PARM-DIAS              00042800
           END-IF                                                       00042900
                                                                        00043000
           MOVE SPACES                TO WRK-PARM-ENTRADA               00043100
           ACCEPT WRK-PARM-ENTRADA FROM SYSIN                           00043200
           IF WRK-PARM-ENTRADA NUMERIC                                  00043300
              MOVE WRK-PARM-ENTRADA-VLR TO WRK-PARM-VALOR               00043400
           END-IF                                                       00043500
                                                                        00043600
           OPEN INPUT  CLI2505                                          00043700
                INPUT  MOVHIST                                          00043800
                OUTPUT BAIXNOVO                                         00043900
                OUTPUT MOVBX                                            00044000
                OUTPUT GLBX                                             00044100
                OUTPUT RELBX                                            00044200
                                                                        00044300
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00044400
           PERFORM 1130-TESTAR-WRK-FS-MOVHIST                           00044500
           PERFORM 1150-TESTAR-WRK-FS-BAIXNOVO                          00044600
           PERFORM 1160-TESTAR-WRK-FS-MOVBX                             00044700
           PERFORM 1170-TESTAR-WRK-FS-GLBX                              00044800
           PERFORM 1180-TESTAR-WRK-FS-RELBX                             00044900
                                                                        00045000
      *    SEM PERMANENCIA EM DEBITO (ARQUIVO AUSENTE) NAO E ERRO     * 00045100
           OPEN INPUT DEVACUM                                           00045200
           IF WRK-FS-DEVACUM EQUAL '35'                                 00045300
              MOVE 'S'                TO WRK-SEM-DEVACUM                00045400
              MOVE '10'               TO WRK-FS-DEVACUM                 00045500
           ELSE                                                         00045600
              PERFORM 1120-TESTAR-WRK-FS-DEVACUM                        00045700
           END-IF                                                       00045800
                                                                        00045900
      *    SEM LIVRO ANTERIOR (PRIMEIRA EXECUCAO) NAO E ERRO          * 00046000
           OPEN INPUT BAIXANT                                           00046100
           IF WRK-FS-BAIXANT EQUAL '35'                                 00046200
              MOVE 'S'                TO WRK-SEM-BAIXANT                00046300
              MOVE '10'               TO WRK-FS-BAIXANT                 00046400
           ELSE                                                         00046500
              PERFORM 1140-TESTAR-WRK-FS-BAIXANT                        00046600
           END-IF                                                       00046700
                                                                        00046800
           PERFORM 1300-GRAVAR-CABECALHOS.                              00046900
                                                                        00047000
      *----------------------------------------------------------------*00047100
       1000-99-FIM.                           EXIT.                     00047200
      *----------------------------------------------------------------*00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00047900
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00048000
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00048100
              MOVE '1110'                        TO WRK-SECAO           00048200
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00048300
              PERFORM 9000-TRATAR-ERRO                                  00048400
           END-IF.                                                      00048500
                                                                        00048600
      *----------------------------------------------------------------*00048700
       1110-99-FIM.                           EXIT.                     00048800
      *----------------------------------------------------------------*00048900
                                                                        00049000
      *----------------------------------------------------------------*00049100
       1120-TESTAR-WRK-FS-DEVACUM             SECTION.                  00049200
      *----------------------------------------------------------------*00049300
                                                                        00049400
           IF WRK-FS-DEVACUM NOT EQUAL ZEROS                            00049500
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00049600
              MOVE 'ERRO NO ARQUIVO DEVACUM'     TO WRK-MENSAGEM        00049700
              MOVE '1120'                        TO WRK-SECAO           00049800
              MOVE WRK-FS-DEVACUM                TO WRK-STATUS          00049900
              PERFORM 9000-TRATAR-ERRO                                  00050000
           END-IF.                                                      00050100
                                                                        00050200
      *----------------------------------------------------------------*00050300
       1120-99-FIM.                           EXIT.                     00050400
      *----------------------------------------------------------------*00050500
                                                                        00050600
      *----------------------------------------------------------------*00050700
       1130-TESTAR-WRK-FS-MOVHIST             SECTION.                  00050800
      *----------------------------------------------------------------*00050900
                                                                        00051000
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00051100
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00051200
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00051300
              MOVE '1130'                        TO WRK-SECAO           00051400
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00051500
              PERFORM 9000-TRATAR-ERRO                                  00051600
           END-IF.                                                      00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       1130-99-FIM.                           EXIT.                     00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       1140-TESTAR-WRK-FS-BAIXANT             SECTION.                  00052400
      *----------------------------------------------------------------*00052500
                                                                        00052600
           IF WRK-FS-BAIXANT NOT EQUAL ZEROS                            00052700
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00052800
              MOVE 'ERRO NO ARQUIVO BAIXANT'     TO WRK-MENSAGEM        00052900
              MOVE '1140'                        TO WRK-SECAO           00053000
              MOVE WRK-FS-BAIXANT                TO WRK-STATUS          00053100
              PERFORM 9000-TRATAR-ERRO                                  00053200
           END-IF.                                                      00053300
                                                                        00053400
      *----------------------------------------------------------------*00053500
       1140-99-FIM.                           EXIT.                     00053600
      *----------------------------------------------------------------*00053700
                                                                        00053800
      *----------------------------------------------------------------*00053900
       1150-TESTAR-WRK-FS-BAIXNOVO            SECTION.                  00054000
      *----------------------------------------------------------------*00054100
                                                                        00054200
           IF WRK-FS-BAIXNOVO NOT EQUAL ZEROS                           00054300
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00054400
              MOVE 'ERRO NO ARQUIVO BAIXNOVO'    TO WRK-MENSAGEM        00054500
              MOVE '1150'                        TO WRK-SECAO           00054600
              MOVE WRK-FS-BAIXNOVO               TO WRK-STATUS          00054700
              PERFORM 9000-TRATAR-ERRO                                  00054800
           END-IF.                                                      00054900
                                                                        00055000
      *----------------------------------------------------------------*00055100
       1150-99-FIM.                           EXIT.                     00055200
      *----------------------------------------------------------------*00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1160-TESTAR-WRK-FS-MOVBX               SECTION.                  00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
           IF WRK-FS-MOVBX NOT EQUAL ZEROS                              00055900
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00056000
              MOVE 'ERRO NO ARQUIVO MOVBX'       TO WRK-MENSAGEM        00056100
              MOVE '1160'                        TO WRK-SECAO           00056200
              MOVE WRK-FS-MOVBX                  TO WRK-STATUS          00056300
              PERFORM 9000-TRATAR-ERRO                                  00056400
           END-IF.                                                      00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       1160-99-FIM.                           EXIT.                     00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       1170-TESTAR-WRK-FS-GLBX                SECTION.                  00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
           IF WRK-FS-GLBX NOT EQUAL ZEROS                               00057500
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00057600
              MOVE 'ERRO NO ARQUIVO GLBX'        TO WRK-MENSAGEM        00057700
              MOVE '1170'                        TO WRK-SECAO           00057800
              MOVE WRK-FS-GLBX                   TO WRK-STATUS          00057900
              PERFORM 9000-TRATAR-ERRO                                  00058000
           END-IF.                                                      00058100
                                                                        00058200
      *----------------------------------------------------------------*00058300
       1170-99-FIM.                           EXIT.                     00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
      *----------------------------------------------------------------*00058700
       1180-TESTAR-WRK-FS-RELBX               SECTION.                  00058800
      *----------------------------------------------------------------*00058900
                                                                        00059000
           IF WRK-FS-RELBX NOT EQUAL ZEROS                              00059100
              MOVE 'FR05EX51'                    TO WRK-PROGRAMA        00059200
              MOVE 'ERRO NO ARQUIVO RELBX'       TO WRK-MENSAGEM        00059300
              MOVE '1180'                        TO WRK-SECAO           00059400
              MOVE WRK-FS-RELBX                  TO WRK-STATUS          00059500
              PERFORM 9000-TRATAR-ERRO                                  00059600
           END-IF.                                                      00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       1180-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       1300-GRAVAR-CABECALHOS                SECTION.                   00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
           MOVE SPACES               TO FD-MOV2505                      00060700
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00060800
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00060900
           MOVE 'FR05EX51'           TO FD-MOV2505-H-ORIGEM             00061000
           WRITE FD-MOV2505                                             00061100
           PERFORM 1160-TESTAR-WRK-FS-MOVBX                             00061200
                                                                        00061300
           MOVE SPACES               TO FD-GLMOV                        00061400
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00061500
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00061600
           MOVE 'FR05EX51'           TO FD-GLJ-H-ORIGEM                 00061700
           WRITE FD-GLMOV                                               00061800
           PERFORM 1170-TESTAR-WRK-FS-GLBX                              00061900
                                                                        00062000
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00062100
           WRITE FD-RELBX            FROM WRK-CABEC1                    00062200
           PERFORM 1180-TESTAR-WRK-FS-RELBX                             00062300
           WRITE FD-RELBX            FROM WRK-CABEC2                    00062400
           PERFORM 1180-TESTAR-WRK-FS-RELBX.                            00062500
                                                                        00062600
      *----------------------------------------------------------------*00062700
       1300-99-FIM.                           EXIT.                     00062800
      *----------------------------------------------------------------*00062900
                                                                        00063000
      ******************************************************************00063100
      *                     L E I T U R A S                            *00063200
      ******************************************************************00063300
                                                                        00063400
      *----------------------------------------------------------------*00063500
       2100-LER-CLI2505                       SECTION.                  00063600
      *----------------------------------------------------------------*00063700
       2100-10-LER.                                                     00063800
                                                                        00063900
            READ CLI2505.                                               00064000
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00064100
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00064200
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00064300
               GO                  TO 2100-10-LER                       00064400
            END-IF                                                      00064500
                                                                        00064600
            IF WRK-FS-CLI2505 EQUAL '10'                                00064700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00064800
               GO                    TO 2100-99-FIM                     00064900
            END-IF                                                      00065000
                                                                        00065100
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00065200
            ADD 1                    TO ACUM-LIDOS-CLI2505              00065300
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00065400
                                                                        00065500
      *----------------------------------------------------------------*00065600
       2100-99-FIM.                           EXIT.                     00065700
      *----------------------------------------------------------------*00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       2200-LER-BAIXANT                       SECTION.                  00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
            IF WRK-FS-BAIXANT EQUAL '10'                                00066400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00066500
               GO                    TO 2200-99-FIM                     00066600
            END-IF                                                      00066700
                                                                        00066800
            READ BAIXANT                                                00066900
                                                                        00067000
            IF WRK-FS-BAIXANT EQUAL '10'                                00067100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00067200
               GO                    TO 2200-99-FIM                     00067300
            END-IF                                                      00067400
                                                                        00067500
            PERFORM 1140-TESTAR-WRK-FS-BAIXANT                          00067600
                                                                        00067700
            MOVE FD-BXA-CHAVE        TO WRK-CHAVE-ATUAL-BXA.            00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       2200-99-FIM.                           EXIT.                     00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
      *----------------------------------------------------------------*00068400
       2300-LER-DEVACUM                       SECTION.                  00068500
      *----------------------------------------------------------------*00068600
                                                                        00068700
            IF WRK-FS-DEVACUM EQUAL '10'                                00068800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00068900
               GO                    TO 2300-99-FIM                     00069000
            END-IF                                                      00069100
                                                                        00069200
            READ DEVACUM                                                00069300
                                                                        00069400
            IF WRK-FS-DEVACUM EQUAL '10'                                00069500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEV             00069600
               GO                    TO 2300-99-FIM                     00069700
            END-IF                                                      00069800
                                                                        00069900
            PERFORM 1120-TESTAR-WRK-FS-DEVACUM                          00070000
                                                                        00070100
            MOVE FD-DEV-CHAVE        TO WRK-CHAVE-ATUAL-DEV.            00070200
                                                                        00070300
      *----------------------------------------------------------------*00070400
       2300-99-FIM.                           EXIT.                     00070500
      *----------------------------------------------------------------*00070600
                                                                        00070700
      *----------------------------------------------------------------*00070800
       2400-LER-MOVHIST                       SECTION.                  00070900
      *----------------------------------------------------------------*00071000
                                                                        00071100
            READ MOVHIST                                                00071200
                                                                        00071300
            IF WRK-FS-MOVHIST EQUAL '10'                                00071400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOV             00071500
               GO                    TO 2400-99-FIM                     00071600
            END-IF                                                      00071700
                                                                        00071800
            PERFORM 1130-TESTAR-WRK-FS-MOVHIST                          00071900
            ADD 1                    TO ACUM-LIDOS-MOVHIST              00072000
                                                                        00072100
            MOVE FD-MOVHIST-CHAVE    TO WRK-CHAVE-ATUAL-MOV.            00072200
                                                                        00072300
      *----------------------------------------------------------------*00072400
       2400-99-FIM.                           EXIT.                     00072500
      *----------------------------------------------------------------*00072600
                                                                        00072700
      ******************************************************************00072800
      *                     P R O C E S S A R                          *00072900
      ******************************************************************00073000
                                                                        00073100
      *----------------------------------------------------------------*00073200
       3000-PROCESSAR                        SECTION.                   00073300
      *----------------------------------------------------------------*00073400
                                                                        00073500
      *     A CHAVE DA VEZ E A MENOR ENTRE CADASTRO E LIVRO (CONTA     *00073600
      *     BAIXADA E DEPOIS ENCERRADA CONTINUA NO LIVRO)              *00073700
            IF WRK-CHAVE-ATUAL-BXA LESS WRK-CHAVE-ATUAL-CLI             00073800
               MOVE WRK-CHAVE-ATUAL-BXA TO WRK-CHAVE-PROC               00073900
            ELSE                                                        00074000
               MOVE WRK-CHAVE-ATUAL-CLI TO WRK-CHAVE-PROC               00074100
            END-IF                                                      00074200
                                                                        00074300
            PERFORM 2300-LER-DEVACUM                                    00074400
                    UNTIL WRK-CHAVE-ATUAL-DEV NOT LESS WRK-CHAVE-PROC   00074500
                                                                        00074600
            PERFORM 2400-LER-MOVHIST                                    00074700
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT LESS WRK-CHAVE-PROC   00074800
                                                                        00074900
            IF WRK-CHAVE-ATUAL-BXA EQUAL WRK-CHAVE-PROC                 00075000
               MOVE 'S'                TO WRK-NO-LIVRO                  00075100
               MOVE FD-BAIXAS          TO WRK-BXASAI                    00075200
               PERFORM 3100-APURAR-RECUPERACAO                          00075300
            ELSE                                                        00075400
               MOVE 'N'                TO WRK-NO-LIVRO                  00075500
            END-IF                                                      00075600
                                                                        00075700
            IF WRK-CHAVE-ATUAL-CLI EQUAL WRK-CHAVE-PROC                 00075800
               PERFORM 3200-AVALIAR-BAIXA                               00075900
            END-IF                                                      00076000
                                                                        00076100
            PERFORM 2400-LER-MOVHIST                                    00076200
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT EQUAL WRK-CHAVE-PROC  00076300
                                                                        00076400
            IF WRK-NO-LIVRO-SIM                                         00076500
               PERFORM 3900-GRAVAR-BAIXNOVO                             00076600
            END-IF                                                      00076700
                                                                        00076800
            IF WRK-CHAVE-ATUAL-CLI EQUAL WRK-CHAVE-PROC                 00076900
               PERFORM 2100-LER-CLI2505                                 00077000
            END-IF                                                      00077100
                                                                        00077200
            IF WRK-CHAVE-ATUAL-BXA EQUAL WRK-CHAVE-PROC                 00077300
               PERFORM 2200-LER-BAIXANT                                 00077400
            END-IF.                                                     00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       3000-99-FIM.                           EXIT.                     00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
      ******************************************************************00078100
      *   R E C U P E R A C A O   D E   C O N T A   B A I X A D A      *00078200
      ******************************************************************00078300
                                                                        00078400
      *----------------------------------------------------------------*00078500
       3100-APURAR-RECUPERACAO               SECTION.                   00078600
      *----------------------------------------------------------------*00078700
                                                                        00078800
            MOVE ZEROS                 TO WRK-VALOR-PERIODO             00078900
                                                                        00079000
            PERFORM 3110-SOMAR-CREDITO                                  00079100
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT EQUAL WRK-CHAVE-PROC  00079200
                                                                        00079300
            MOVE WRK-DATA-EXEC         TO WRK-BXS-DATA-APURACAO         00079400
                                                                        00079500
            IF WRK-VALOR-PERIODO EQUAL ZEROS                            00079600
               GO                      TO 3100-99-FIM                   00079700
            END-IF                                                      00079800
                                                                        00079900
            ADD WRK-VALOR-PERIODO      TO WRK-BXS-VALOR-RECUPERADO      00080000
            IF WRK-BXS-VALOR-RECUPERADO NOT LESS WRK-BXS-VALOR-BAIXADO  00080100
               MOVE 'R'                TO WRK-BXS-SITUACAO              00080200
            END-IF                                                      00080300
                                                                        00080400
            ADD 1                      TO ACUM-RECUPERACOES             00080500
            ADD WRK-VALOR-PERIODO      TO ACUM-VALOR-RECUPERADO         00080600
                                                                        00080700
            MOVE 'RECUP '              TO WRK-LB-TIPO                   00080800
            MOVE ZEROS                 TO WRK-LB-DIAS                   00080900
            PERFORM 3800-GRAVAR-LINHA.                                  00081000
                                                                        00081100
      *----------------------------------------------------------------*00081200
       3100-99-FIM.                           EXIT.                     00081300
      *----------------------------------------------------------------*00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       3110-SOMAR-CREDITO                    SECTION.                   00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
      *     SO CREDITO POSTERIOR A ULTIMA APURACAO; O CREDITO DE       *00082000
      *     ZERAMENTO DA PROPRIA BAIXA NAO E RECUPERACAO               *00082100
            IF FD-MOVHIST-TIPO EQUAL 'C'                                00082200
             AND FD-MOVHIST-DATA GREATER WRK-BXS-DATA-APURACAO          00082300
             AND FD-MOVHIST-MOVIMENTO NOT EQUAL WRK-HIST-BAIXA          00082400
             AND FD-MOVHIST-VALOR NUMERIC                               00082500
               ADD FD-MOVHIST-VALOR    TO WRK-VALOR-PERIODO             00082600
            END-IF                                                      00082700
                                                                        00082800
            PERFORM 2400-LER-MOVHIST.                                   00082900
                                                                        00083000
      *----------------------------------------------------------------*00083100
       3110-99-FIM.                           EXIT.                     00083200
      *----------------------------------------------------------------*00083300
                                                                        00083400
      ******************************************************************00083500
      *                  B A I X A R   A   C O N T A                   *00083600
      ******************************************************************00083700
                                                                        00083800
      *----------------------------------------------------------------*00083900
       3200-AVALIAR-BAIXA                    SECTION.                   00084000
      *----------------------------------------------------------------*00084100
                                                                        00084200
            IF WRK-CHAVE-ATUAL-DEV NOT EQUAL WRK-CHAVE-PROC             00084300
               GO                      TO 3200-99-FIM                   00084400
            END-IF                                                      00084500
                                                                        00084600
            IF FD-DEV-DIAS LESS WRK-PARM-DIAS                           00084700
             OR FD-DEV-SALDO-DEVEDOR LESS WRK-PARM-VALOR                00084800
               GO                      TO 3200-99-FIM                   00084900
            END-IF                                                      00085000
                                                                        00085100
      *     CONTA QUE SAIU DO DEBITO DEPOIS DA ULTIMA PERMANENCIA      *00085200
            IF FD-CLI2505-SALDO NOT LESS ZEROS                          00085300
               ADD 1                   TO ACUM-CURADAS                  00085400
               GO                      TO 3200-99-FIM                   00085500
            END-IF                                                      00085600
                                                                        00085700
            COMPUTE WRK-VALOR-BAIXA = FD-CLI2505-SALDO * -1             00085800
                                                                        00085900
            PERFORM 3300-GRAVAR-CREDITO                                 00086000
            PERFORM 3400-GRAVAR-PERDA                                   00086100
                                                                        00086200
      *     CONTA JA NO LIVRO (BAIXADA DE NOVO) SOMA A NOVA BAIXA      *00086300
            IF WRK-NO-LIVRO-SIM                                         00086400
               ADD WRK-VALOR-BAIXA     TO WRK-BXS-VALOR-BAIXADO         00086500
            ELSE                                                        00086600
               MOVE 'S'                TO WRK-NO-LIVRO                  00086700
               MOVE SPACES             TO WRK-BXASAI                    00086800
               MOVE FD-CLI2505-AGENCIA TO WRK-BXS-AGENCIA               00086900
               MOVE FD-CLI2505-CONTA   TO WRK-BXS-CONTA                 00087000
               MOVE WRK-VALOR-BAIXA    TO WRK-BXS-VALOR-BAIXADO         00087100
               MOVE ZEROS              TO WRK-BXS-VALOR-RECUPERADO      00087200
            END-IF                                                      00087300
                                                                        00087400
            MOVE FD-CLI2505-DOCUMENTO  TO WRK-BXS-DOCUMENTO             00087500
            MOVE WRK-DATA-EXEC         TO WRK-BXS-DATA-BAIXA            00087600
                                          WRK-BXS-DATA-APURACAO         00087700
            MOVE FD-DEV-DIAS           TO WRK-BXS-DIAS-ATRASO           00087800
            MOVE 'B'                   TO WRK-BXS-SITUACAO              00087900
                                                                        00088000
            ADD 1                      TO ACUM-BAIXAS                   00088100
            ADD WRK-VALOR-BAIXA        TO ACUM-VALOR-BAIXADO            00088200
                                                                        00088300
            MOVE 'BAIXA '              TO WRK-LB-TIPO                   00088400
            MOVE FD-DEV-DIAS           TO WRK-LB-DIAS                   00088500
            MOVE WRK-VALOR-BAIXA       TO WRK-VALOR-PERIODO             00088600
            PERFORM 3800-GRAVAR-LINHA.                                  00088700
                                                                        00088800
      *----------------------------------------------------------------*00088900
       3200-99-FIM.                           EXIT.                     00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
      *----------------------------------------------------------------*00089300
       3300-GRAVAR-CREDITO                   SECTION.                   00089400
      *----------------------------------------------------------------*00089500
                                                                        00089600
            MOVE SPACES                TO FD-MOV2505                    00089700
            MOVE FD-CLI2505-AGENCIA    TO FD-MOV2505-AGENCIA            00089800
            MOVE FD-CLI2505-CONTA      TO FD-MOV2505-CONTA              00089900
            MOVE WRK-HIST-BAIXA        TO FD-MOV2505-MOVIMENTO          00090000
            MOVE WRK-VALOR-BAIXA       TO FD-MOV2505-VALOR              00090100
            MOVE 'C'                   TO FD-MOV2505-TIPO               00090200
            WRITE FD-MOV2505                                            00090300
            PERFORM 1160-TESTAR-WRK-FS-MOVBX                            00090400
                                                                        00090500
            ADD 1                      TO ACUM-GERADOS                  00090600
            ADD WRK-VALOR-BAIXA        TO ACUM-HASH-GERADO.             00090700
                                                                        00090800
      *----------------------------------------------------------------*00090900
       3300-99-FIM.                           EXIT.                     00091000
      *----------------------------------------------------------------*00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       3400-GRAVAR-PERDA                     SECTION.                   00091400
      *----------------------------------------------------------------*00091500
                                                                        00091600
            MOVE SPACES                TO WRK-HISTORICO-LANC            00091700
            STRING 'BAIXA PREJ '                                        00091800
                   FD-CLI2505-AGENCIA                                   00091900
                   '/'                                                  00092000
                   FD-CLI2505-CONTA                                     00092100
                   DELIMITED BY SIZE                                    00092200
                   INTO WRK-HISTORICO-LANC                              00092300
                                                                        00092400
            MOVE SPACES                TO FD-GLMOV                      00092500
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00092600
            MOVE WRK-CONTA-PERDA       TO FD-GLJ-CONTA-CTB              00092700
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00092800
            MOVE WRK-VALOR-BAIXA       TO FD-GLJ-VALOR                  00092900
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00093000
            WRITE FD-GLMOV                                              00093100
            PERFORM 1170-TESTAR-WRK-FS-GLBX                             00093200
            ADD 1                      TO ACUM-LANCAMENTOS              00093300
            ADD WRK-VALOR-BAIXA        TO ACUM-SOMA-DEBITOS             00093400
                                                                        00093500
            MOVE SPACES                TO FD-GLMOV                      00093600
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00093700
            MOVE WRK-CONTA-CAIXA       TO FD-GLJ-CONTA-CTB              00093800
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00093900
            MOVE WRK-VALOR-BAIXA       TO FD-GLJ-VALOR                  00094000
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00094100
            WRITE FD-GLMOV                                              00094200
            PERFORM 1170-TESTAR-WRK-FS-GLBX                             00094300
            ADD 1                      TO ACUM-LANCAMENTOS.             00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       3400-99-FIM.                           EXIT.                     00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
      *----------------------------------------------------------------*00095000
       3800-GRAVAR-LINHA                     SECTION.                   00095100
      *----------------------------------------------------------------*00095200
                                                                        00095300
            MOVE WRK-BXS-AGENCIA       TO WRK-LB-AGENCIA                00095400
            MOVE WRK-BXS-CONTA         TO WRK-LB-CONTA                  00095500
            MOVE WRK-BXS-DATA-BAIXA    TO WRK-LB-DATA-BAIXA             00095600
            MOVE WRK-BXS-VALOR-BAIXADO TO WRK-LB-VALOR-BAIXADO          00095700
            MOVE WRK-VALOR-PERIODO     TO WRK-LB-VALOR-PERIODO          00095800
            MOVE WRK-BXS-VALOR-RECUPERADO                               00095900
                                       TO WRK-LB-VALOR-RECUPERADO       00096000
            WRITE FD-RELBX             FROM WRK-LINBX                   00096100
            PERFORM 1180-TESTAR-WRK-FS-RELBX.                           00096200
                                                                        00096300
      *----------------------------------------------------------------*00096400
       3800-99-FIM.                           EXIT.                     00096500
      *----------------------------------------------------------------*00096600
                                                                        00096700
      *----------------------------------------------------------------*00096800
       3900-GRAVAR-BAIXNOVO                  SECTION.                   00096900
      *----------------------------------------------------------------*00097000
                                                                        00097100
            WRITE FD-BAIXNOVO          FROM WRK-BXASAI                  00097200
            PERFORM 1150-TESTAR-WRK-FS-BAIXNOVO                         00097300
            ADD 1                      TO ACUM-LIVRO.                   00097400
                                                                        00097500
      *----------------------------------------------------------------*00097600
       3900-99-FIM.                           EXIT.                     00097700
      *----------------------------------------------------------------*00097800
                                                                        00097900
      ******************************************************************00098000
      *                     F I N A L I Z A R                          *00098100
      ******************************************************************00098200
                                                                        00098300
      *----------------------------------------------------------------*00098400
       4000-FINALIZAR                        SECTION.                   00098500
      *----------------------------------------------------------------*00098600
                                                                        00098700
            MOVE SPACES               TO FD-MOV2505                     00098800
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00098900
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00099000
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00099100
            WRITE FD-MOV2505                                            00099200
            PERFORM 1160-TESTAR-WRK-FS-MOVBX                            00099300
                                                                        00099400
            MOVE SPACES               TO FD-GLMOV                       00099500
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00099600
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00099700
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00099800
            WRITE FD-GLMOV                                              00099900
            PERFORM 1170-TESTAR-WRK-FS-GLBX                             00100000
                                                                        00100100
            MOVE SPACES               TO FD-RELBX                       00100200
            WRITE FD-RELBX                                              00100300
            PERFORM 1180-TESTAR-WRK-FS-RELBX                            00100400
                                                                        00100500
            MOVE 'BAIXAS PARA PREJUIZO'                                 00100600
                                      TO WRK-LT-TEXTO                   00100700
            MOVE ACUM-BAIXAS          TO WRK-LT-QTD                     00100800
            MOVE ACUM-VALOR-BAIXADO   TO WRK-LT-VALOR                   00100900
            WRITE FD-RELBX            FROM WRK-LINTOT                   00101000
            PERFORM 1180-TESTAR-WRK-FS-RELBX                            00101100
                                                                        00101200
            MOVE 'RECUPERACOES NO PERIODO'                              00101300
                                      TO WRK-LT-TEXTO                   00101400
            MOVE ACUM-RECUPERACOES    TO WRK-LT-QTD                     00101500
            MOVE ACUM-VALOR-RECUPERADO                                  00101600
                                      TO WRK-LT-VALOR                   00101700
            WRITE FD-RELBX            FROM WRK-LINTOT                   00101800
            PERFORM 1180-TESTAR-WRK-FS-RELBX                            00101900
                                                                        00102000
            CLOSE CLI2505                                               00102100
                  MOVHIST                                               00102200
                  BAIXNOVO                                              00102300
                  MOVBX                                                 00102400
                  GLBX                                                  00102500
                  RELBX                                                 00102600
                                                                        00102700
            IF NOT WRK-SEM-DEVACUM-SIM                                  00102800
               CLOSE DEVACUM                                            00102900
            END-IF                                                      00103000
                                                                        00103100
            IF NOT WRK-SEM-BAIXANT-SIM                                  00103200
               CLOSE BAIXANT                                            00103300
            END-IF                                                      00103400
                                                                        00103500
            DISPLAY '*************************************************' 00103600
            DISPLAY '       BAIXA PARA PREJUIZO E RECUPERACAO         ' 00103700
            DISPLAY '                                                 ' 00103800
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00103900
            DISPLAY '  LIDOS MOVHIST       :  ' ACUM-LIDOS-MOVHIST      00104000
            DISPLAY '  CURADAS NO CADASTRO :  ' ACUM-CURADAS            00104100
            DISPLAY '  CONTAS BAIXADAS     :  ' ACUM-BAIXAS             00104200
            DISPLAY '  VALOR BAIXADO       :  ' ACUM-VALOR-BAIXADO      00104300
            DISPLAY '  RECUPERACOES        :  ' ACUM-RECUPERACOES       00104400
            DISPLAY '  VALOR RECUPERADO    :  ' ACUM-VALOR-RECUPERADO   00104500
            DISPLAY '  CONTAS NO LIVRO     :  ' ACUM-LIVRO              00104600
            DISPLAY '                                                 ' 00104700
            DISPLAY '*************************************************'.00104800
                                                                        00104900
      *----------------------------------------------------------------*00105000
       4000-99-FIM.                           EXIT.                     00105100
      *----------------------------------------------------------------*00105200
                                                                        00105300
      ******************************************************************00105400
      *                   T R A T A R  E R R O                         *00105500
      ******************************************************************00105600
                                                                        00105700
       9000-TRATAR-ERRO                     SECTION.                    00105800
      *----------------------------------------------------------------*00105900
                  MOVE 'F'                TO WRK-SEVERIDADE             00106000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00106100
                  MOVE 16                 TO RETURN-CODE                00106200
                  GOBACK.                                               00106300
      *----------------------------------------------------------------*00106400
       9000-99-FIM.                           EXIT.                     00106500
      *----------------------------------------------------------------*00106600
