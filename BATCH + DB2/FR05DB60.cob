      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB60.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB60                                       *00002000
      *    TIPO.......: LIBERACAO DE REQUISICAO RETIDA POR ORCAMENTO   *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : LIBERAR AS REQUISICOES DE PECAS RETIDAS PELO     *00002800
      *               FR05EX30 POR ESTOURO DO ORCAMENTO DO MES DO      *00002900
      *               DEPARTAMENTO (REQRET, BOOK B#REQRET): O LOTE     *00003000
      *               REQAPR TRAZ, POR LINHA, O OPERADOR LIBERADOR E A *00003100
      *               PECA + DEPOSITO + DEPARTAMENTO + DATA DA         *00003200
      *               REQUISICAO; A ALCADA DO OPERADOR E CONFERIDA NA  *00003300
      *               TABELA FOUR001.OPERADOR, NO MESMO CRITERIO DO    *00003400
      *               FR05DB36 (ATIVO = 'S' E INCLUI = 'S').           *00003500
      *               REQUISICAO LIBERADA E MARCADA 'L', GANHA O       *00003600
      *               OPERADOR E VAI PARA O REQLIB COM O INDICADOR DE  *00003700
      *               LIBERADA, QUE O FR05RQS JUNTA AO DECK SEGUINTE   *00003800
      *               (SEM NOVA CONFERENCIA DE ORCAMENTO). A LIBERADA  *00003900
      *               EM EXECUCAO ANTERIOR SAI DO ARQUIVO; A QUE FICA  *00004000
      *               'P' ENVELHECE NO RELATORIO DE RETIDAS.           *00004100
      *----------------------------------------------------------------*00004200
      *    BASE DE DADOS:                                              *00004300
      *      TABELAS DB2                           INCLUDE/BOOK        *00004400
      *      FOUR001.OPERADOR                      (HOST VARS PROPRIAS)*00004500
      *----------------------------------------------------------------*00004600
      *    ARQUIVOS :                                                  *00004700
      *    DDNAME          I/O                                         *00004800
      *    JCLREQRT         I    REQUISICOES RETIDAS (REQRET)          *00004900
      *    JCLREQAP         I    LOTE DE LIBERACOES (REQAPR)           *00005000
      *    JCLRRTNV         O    RETIDAS REGRAVADAS                    *00005100
      *    JCLREQLB         O    REQUISICAO LIBERADA (REQLIB, MOD)     *00005200
      *    JCLRELRT         O    RELATORIO DE RETIDAS (IDADE)          *00005300
      *----------------------------------------------------------------*00005400
      *    BOOKS    :    B#REQRET, B#GRALOG, B#RUNCTL, B#DATPRC,       *00005500
      *                  B#AUDIT                                       *00000000
      *----------------------------------------------------------------*00005600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005700
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005800
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005900
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00000000
      *----------------------------------------------------------------*00006000
      *    PARAMETROS (VIA SYSIN):                                     *00006100
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006200
      *----------------------------------------------------------------*00006300
      *    HISTORICO DE ALTERACOES:                                    *00006400
      *      DATA        RESP.    DESCRICAO                            *00006500
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006600
      *      15/10/2026  DPC      CADA LIBERACAO VAI PARA A TRILHA DE  *00000000
      *                           AUDITORIA (GRAVAUD, TABELA REQRET,   *00000000
      *                           USUARIO = OPERADOR LIBERADOR), BASE  *00000000
      *                           DA RECERTIFICACAO DE ALCADAS         *00000000
      ******************************************************************00006700
      *================================================================*00006800
                                                                        00006900
      *================================================================*00007000
       ENVIRONMENT DIVISION.                                            00007100
      *================================================================*00007200
                                                                        00007300
      *----------------------------------------------------------------*00007400
       CONFIGURATION                              SECTION.              00007500
      *----------------------------------------------------------------*00007600
                                                                        00007700
       SPECIAL-NAMES.                                                   00007800
           DECIMAL-POINT IS COMMA.                                      00007900
                                                                        00008000
      *----------------------------------------------------------------*00008100
       INPUT-OUTPUT                               SECTION.              00008200
       FILE-CONTROL.                                                    00008300
             SELECT REQRET    ASSIGN     TO JCLREQRT                    00008400
                    FILE STATUS     IS WRK-FS-REQRET.                   00008500
                                                                        00008600
             SELECT REQAPR    ASSIGN     TO JCLREQAP                    00008700
                    FILE STATUS     IS WRK-FS-REQAPR.                   00008800
                                                                        00008900
             SELECT RRTNOVO   ASSIGN     TO JCLRRTNV                    00009000
                    FILE STATUS     IS WRK-FS-RRTNOVO.                  00009100
                                                                        00009200
             SELECT REQLIB    ASSIGN     TO JCLREQLB                    00009300
                    FILE STATUS     IS WRK-FS-REQLIB.                   00009400
                                                                        00009500
             SELECT RELRET    ASSIGN     TO JCLRELRT                    00009600
                    FILE STATUS     IS WRK-FS-RELRET.                   00009700
                                                                        00009800
      *================================================================*00009900
       DATA                DIVISION.                                    00010000
      *================================================================*00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
       FILE                                       SECTION.              00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
      *----------------------------------------------------------------*00010700
      *    INPUT - REQUISICOES RETIDAS (REQRET) - LRECL = 090          *00010800
      *----------------------------------------------------------------*00010900
                                                                        00011000
       FD REQRET                                                        00011100
           RECORDING MODE IS F                                          00011200
           BLOCK CONTAINS 0 RECORDS.                                    00011300
       01 FD-REQRET         PIC X(090).                                 00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
      *    INPUT - LOTE DE LIBERACOES (REQAPR) - LRECL = 030           *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD REQAPR                                                        00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
       01 FD-REQAPR.                                                    00012300
          05 FD-RAP-OPERADOR          PIC X(03).                        00012400
          05 FD-RAP-COD-PECA          PIC X(06).                        00012500
          05 FD-RAP-DEPOSITO          PIC X(02).                        00012600
          05 FD-RAP-DEPTO             PIC X(10).                        00012700
          05 FD-RAP-DATA-REQ          PIC X(08).                        00012800
          05 FILLER                   PIC X(01).                        00012900
                                                                        00013000
      *----------------------------------------------------------------*00013100
      *    OUTPUT - RETIDAS REGRAVADAS (RRTNOVO) - LRECL = 090         *00013200
      *----------------------------------------------------------------*00013300
                                                                        00013400
       FD RRTNOVO                                                       00013500
           RECORDING MODE IS F                                          00013600
           BLOCK CONTAINS 0 RECORDS.                                    00013700
       01 FD-RRTNOVO        PIC X(090).                                 00013800
                                                                        00013900
      *----------------------------------------------------------------*00014000
      *    OUTPUT - REQUISICAO LIBERADA (REQLIB, DISP=MOD) - LRECL=040 *00014100
      *----------------------------------------------------------------*00014200
                                                                        00014300
       FD REQLIB                                                        00014400
           RECORDING MODE IS F                                          00014500
           BLOCK CONTAINS 0 RECORDS.                                    00014600
       01 FD-REQLIB         PIC X(040).                                 00014700
                                                                        00014800
      *----------------------------------------------------------------*00014900
      *    OUTPUT - RELATORIO DE RETIDAS (RELRET) - LRECL = 080        *00015000
      *----------------------------------------------------------------*00015100
                                                                        00015200
       FD RELRET                                                        00015300
           RECORDING MODE IS F                                          00015400
           BLOCK CONTAINS 0 RECORDS.                                    00015500
       01 FD-RELRET         PIC X(080).                                 00015600
                                                                        00015700
      *----------------------------------------------------------------*00015800
       WORKING-STORAGE                            SECTION.              00015900
      *----------------------------------------------------------------*00016000
      *----------------------------------------------------------------*00016100
       01  FILLER                      PIC  X(050)         VALUE        00016200
                 '*** INICIO DA WORKING FR05DB60 ***'.                  00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
       77 WRK-SQLCODE            PIC -999.                              00016600
       77 WRK-FS-REQRET          PIC X(002) VALUE SPACES.               00016700
       77 WRK-FS-REQAPR          PIC X(002) VALUE SPACES.               00016800
       77 WRK-FS-RRTNOVO         PIC X(002) VALUE SPACES.               00016900
       77 WRK-FS-REQLIB          PIC X(002) VALUE SPACES.               00017000
       77 WRK-FS-RELRET          PIC X(002) VALUE SPACES.               00017100
       77 ACUM-LIDOS-RET         PIC 9(005) VALUE ZEROS.                00017200
       77 ACUM-LIBERADAS         PIC 9(005) VALUE ZEROS.                00017300
       77 ACUM-RECUSADAS         PIC 9(005) VALUE ZEROS.                00017400
       77 ACUM-PENDENTES         PIC 9(005) VALUE ZEROS.                00017500
       77 ACUM-EXPURGADAS        PIC 9(005) VALUE ZEROS.                00017600
       77 WRK-APR-ACHOU          PIC X(001) VALUE 'N'.                  00017700
           88 WRK-APR-ACHOU-SIM               VALUE 'S'.                00017800
       77 WRK-IDADE-DIAS         PIC S9(005) VALUE ZEROS.               00017900
       77 WRK-DATA-RET-N         PIC 9(008) VALUE ZEROS.                00018000
       77 WRK-DATA-EXEC-N        PIC 9(008) VALUE ZEROS.                00018100
                                                                        00018200
      *----------------------------------------------------------------*00018300
      *    HOST VARS DA TABELA FOUR001.OPERADOR                        *00018400
      *----------------------------------------------------------------*00018500
                                                                        00018600
       77 WRK-OP-OPERADOR        PIC X(03) VALUE SPACES.                00018700
       77 WRK-OP-INCLUI          PIC X(01) VALUE 'N'.                   00018800
       77 WRK-OP-ATIVO           PIC X(01) VALUE 'N'.                   00018900
                                                                        00019000
      *----------------------------------------------------------------*00019100
      *    LOTE DE LIBERACOES CARREGADO                                *00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       01 WRK-TAB-APROVACOES.                                           00019500
          05 WRK-TAB-APR                OCCURS 100 TIMES                00019600
                                         INDEXED BY WRK-IDX-APR.        00019700
             10 WRK-TAB-APR-OPERADOR    PIC X(03).                      00019800
             10 WRK-TAB-APR-PECA        PIC X(06).                      00019900
             10 WRK-TAB-APR-DEPOSITO    PIC X(02).                      00020000
             10 WRK-TAB-APR-DEPTO       PIC X(10).                      00020100
             10 WRK-TAB-APR-DATA        PIC X(08).                      00020200
             10 WRK-TAB-APR-USADA       PIC X(01).                      00020300
                                                                        00020400
       77 WRK-TAB-APR-QTDE       PIC 9(003) VALUE ZEROS.                00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
      *    LINHA DO RELATORIO DE RETIDAS                               *00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       01 WRK-LINRET.                                                   00021100
          05 WRK-LR-PECA          PIC X(006).                           00021200
          05 FILLER               PIC X(001) VALUE '/'.                 00021300
          05 WRK-LR-DEPOSITO      PIC X(002).                           00021400
          05 FILLER               PIC X(001) VALUE SPACES.              00021500
          05 WRK-LR-DEPTO         PIC X(010).                           00021600
          05 FILLER               PIC X(007) VALUE ' VALOR '.           00021700
          05 WRK-LR-VALOR         PIC Z.ZZZ.ZZ9,99.                     00021800
          05 FILLER               PIC X(007) VALUE ' DESDE '.           00021900
          05 WRK-LR-DESDE         PIC X(008).                           00022000
          05 FILLER               PIC X(001) VALUE SPACES.              00022100
          05 WRK-LR-DIAS          PIC ZZ.ZZ9.                           00022200
          05 FILLER               PIC X(005) VALUE ' DIAS'.             00022300
          05 FILLER               PIC X(014) VALUE SPACES.              00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       01  FILLER                       PIC X(050)           VALUE      00022700
                        '*** AREA DE BOOK ***'.                         00022800
      *----------------------------------------------------------------*00022900
                                                                        00023000
           COPY 'B#REQRET'.                                             00023100
                                                                        00023200
           COPY 'B#GRALOG'.                                             00023300
                                                                        00000000
           COPY 'B#AUDIT'.                                              00000000
                                                                        00023400
       COPY 'B#RUNCTL'.                                                 00023500
                                                                        00023600
       COPY 'B#DATPRC'.                                                 00023700
                                                                        00023800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       01  FILLER                       PIC X(050)           VALUE      00024200
                        '*** AREA DB2 ***'.                             00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
           EXEC SQL                                                     00024600
               INCLUDE SQLCA                                            00024700
           END-EXEC.                                                    00024800
                                                                        00024900
      *================================================================*00025000
       PROCEDURE                 DIVISION.                              00025100
      *================================================================*00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       0000-PRINCIPAL                            SECTION.               00025500
      *----------------------------------------------------------------*00025600
                                                                        00025700
           PERFORM 1000-INICIAR                                         00025800
                                                                        00025900
           PERFORM 1200-CARREGAR-LOTE                                   00026000
                                                                        00026100
           PERFORM 2100-LER-REQRET                                      00026200
                                                                        00026300
           PERFORM 3000-TRATAR-RETIDA                                   00026400
                   UNTIL WRK-FS-REQRET EQUAL '10'                       00026500
                                                                        00026600
           PERFORM 4000-FINALIZAR                                       00026700
                                                                        00026800
           MOVE 'F'                  TO WRK-RUN-FUNCAO                  00026900
           MOVE ACUM-LIDOS-RET       TO WRK-RUN-LIDOS                   00027000
           MOVE ACUM-LIBERADAS       TO WRK-RUN-GRAVADOS                00027100
           MOVE ZEROS                TO WRK-RUN-RC                      00027200
           CALL 'GRAVARUN'           USING WRK-RUNCTL                   00027300
                                                                        00027400
           STOP RUN.                                                    00027500
                                                                        00027600
      *----------------------------------------------------------------*00027700
       0000-99-FIM.                           EXIT.                     00027800
      *----------------------------------------------------------------*00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       1000-INICIAR                           SECTION.                  00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00028500
           CALL 'LERDATAP'            USING WRK-DATPRC                  00028600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00028700
           MOVE WRK-DATA-EXEC         TO WRK-DATA-EXEC-N (1:8)          00028800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00028900
           MOVE 'FR05DB60'            TO WRK-RUN-PROGRAMA               00029000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00029100
           MOVE ZEROS                 TO WRK-RUN-RC                     00029200
                                         WRK-RUN-LIDOS                  00029300
                                         WRK-RUN-GRAVADOS               00029400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00029500
                                                                        00029600
           IF WRK-RUN-DATA-JA-FEITA                                     00029700
              MOVE 'A'                TO WRK-SEVERIDADE                 00029800
              MOVE 'FR05DB60'         TO WRK-PROGRAMA                   00029900
              MOVE '1000  '           TO WRK-SECAO                      00030000
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00030100
                                      TO WRK-MENSAGEM                   00030200
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00030300
              CALL 'GRAVALOG'         USING WRK-LOG                     00030400
              MOVE 08                 TO RETURN-CODE                    00030500
              GOBACK                                                    00030600
           END-IF                                                       00030700
                                                                        00030800
           OPEN INPUT  REQRET                                           00030900
                INPUT  REQAPR                                           00031000
                OUTPUT RRTNOVO                                          00031100
                OUTPUT RELRET                                           00031200
                                                                        00031300
           OPEN EXTEND REQLIB                                           00031400
           IF WRK-FS-REQLIB EQUAL '35'                                  00031500
              CLOSE REQLIB                                              00031600
              OPEN OUTPUT REQLIB                                        00031700
           END-IF                                                       00031800
                                                                        00031900
           PERFORM 1100-TESTAR-STATUS.                                  00032000
                                                                        00032100
      *----------------------------------------------------------------*00032200
       1000-99-FIM.                            EXIT.                    00032300
      *----------------------------------------------------------------*00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       1100-TESTAR-STATUS                    SECTION.                   00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
           IF WRK-FS-REQRET NOT EQUAL ZEROS                             00033000
            AND WRK-FS-REQRET NOT EQUAL '10'                            00033100
              MOVE 'ERRO NO ARQUIVO REQRET'      TO WRK-MENSAGEM        00033200
              MOVE WRK-FS-REQRET                 TO WRK-STATUS          00033300
              PERFORM 9999-TRATAR-ERROS                                 00033400
           END-IF                                                       00033500
                                                                        00033600
           IF WRK-FS-REQAPR NOT EQUAL ZEROS                             00033700
            AND WRK-FS-REQAPR NOT EQUAL '10'                            00033800
              MOVE 'ERRO NO ARQUIVO REQAPR'      TO WRK-MENSAGEM        00033900
              MOVE WRK-FS-REQAPR                 TO WRK-STATUS          00034000
              PERFORM 9999-TRATAR-ERROS                                 00034100
           END-IF                                                       00034200
                                                                        00034300
           IF WRK-FS-RRTNOVO NOT EQUAL ZEROS                            00034400
              MOVE 'ERRO NO ARQUIVO RRTNOVO'     TO WRK-MENSAGEM        00034500
              MOVE WRK-FS-RRTNOVO                TO WRK-STATUS          00034600
              PERFORM 9999-TRATAR-ERROS                                 00034700
           END-IF                                                       00034800
                                                                        00034900
           IF WRK-FS-REQLIB NOT EQUAL ZEROS                             00035000
              MOVE 'ERRO NO ARQUIVO REQLIB'      TO WRK-MENSAGEM        00035100
              MOVE WRK-FS-REQLIB                 TO WRK-STATUS          00035200
              PERFORM 9999-TRATAR-ERROS                                 00035300
           END-IF                                                       00035400
                                                                        00035500
           IF WRK-FS-RELRET NOT EQUAL ZEROS                             00035600
              MOVE 'ERRO NO ARQUIVO RELRET'      TO WRK-MENSAGEM        00035700
              MOVE WRK-FS-RELRET                 TO WRK-STATUS          00035800
              PERFORM 9999-TRATAR-ERROS                                 00035900
           END-IF.                                                      00036000
                                                                        00036100
      *----------------------------------------------------------------*00036200
       1100-99-FIM.                            EXIT.                    00036300
      *----------------------------------------------------------------*00036400
                                                                        00036500
      *----------------------------------------------------------------*00036600
       1200-CARREGAR-LOTE                    SECTION.                   00036700
      *----------------------------------------------------------------*00036800
                                                                        00036900
           PERFORM 1210-LER-REQAPR                                      00037000
                                                                        00037100
           PERFORM 1220-GUARDAR-APROVACAO                               00037200
                   UNTIL WRK-FS-REQAPR EQUAL '10'                       00037300
                                                                        00037400
           CLOSE REQAPR.                                                00037500
                                                                        00037600
      *----------------------------------------------------------------*00037700
       1200-99-FIM.                           EXIT.                     00037800
      *----------------------------------------------------------------*00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       1210-LER-REQAPR                       SECTION.                   00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
           READ REQAPR                                                  00038500
                                                                        00038600
           IF WRK-FS-REQAPR EQUAL '10'                                  00038700
              GO                  TO 1210-99-FIM                        00038800
           END-IF                                                       00038900
                                                                        00039000
           PERFORM 1100-TESTAR-STATUS.                                  00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       1210-99-FIM.                           EXIT.                     00039400
      *----------------------------------------------------------------*00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       1220-GUARDAR-APROVACAO                SECTION.                   00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
           IF WRK-TAB-APR-QTDE GREATER OR EQUAL 100                     00040100
              MOVE 'FR05DB60'          TO WRK-PROGRAMA                  00040200
              MOVE 'LOTE DE LIBERACOES CHEIO' TO WRK-MENSAGEM           00040300
              MOVE '1220'              TO WRK-SECAO                     00040400
              MOVE SPACES              TO WRK-STATUS                    00040500
              PERFORM 9999-TRATAR-ERROS                                 00040600
           END-IF                                                       00040700
                                                                        00040800
           ADD 1                     TO WRK-TAB-APR-QTDE                00040900
           SET WRK-IDX-APR           TO WRK-TAB-APR-QTDE                00041000
           MOVE FD-RAP-OPERADOR      TO WRK-TAB-APR-OPERADOR            00041100
                                         (WRK-IDX-APR)                  00041200
           MOVE FD-RAP-COD-PECA      TO WRK-TAB-APR-PECA                00041300
                                         (WRK-IDX-APR)                  00041400
           MOVE FD-RAP-DEPOSITO      TO WRK-TAB-APR-DEPOSITO            00041500
                                         (WRK-IDX-APR)                  00041600
           MOVE FD-RAP-DEPTO         TO WRK-TAB-APR-DEPTO               00041700
                                         (WRK-IDX-APR)                  00041800
           MOVE FD-RAP-DATA-REQ      TO WRK-TAB-APR-DATA                00041900
                                         (WRK-IDX-APR)                  00042000
           MOVE 'N'                  TO WRK-TAB-APR-USADA               00042100
                                         (WRK-IDX-APR)                  00042200
                                                                        00042300
           PERFORM 1210-LER-REQAPR.                                     00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       1220-99-FIM.                           EXIT.                     00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       2100-LER-REQRET                       SECTION.                   00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
           READ REQRET               INTO WRK-REQRETIDA                 00043400
                                                                        00043500
           IF WRK-FS-REQRET EQUAL '10'                                  00043600
              GO                  TO 2100-99-FIM                        00043700
           END-IF                                                       00043800
                                                                        00043900
           PERFORM 1100-TESTAR-STATUS                                   00044000
           ADD 1                    TO ACUM-LIDOS-RET.                  00044100
                                                                        00044200
      *----------------------------------------------------------------*00044300
       2100-99-FIM.                           EXIT.                     00044400
      *----------------------------------------------------------------*00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       3000-TRATAR-RETIDA                    SECTION.                   00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
      *    A LIBERADA EM EXECUCAO ANTERIOR JA FOI PARA O REQLIB E      *00045100
      *    NAO E REGRAVADA                                             *00045200
           IF FD-RRT-LIBERADA-OPER                                      00045300
              ADD 1                  TO ACUM-EXPURGADAS                 00045400
              PERFORM 2100-LER-REQRET                                   00045500
              GO                  TO 3000-99-FIM                        00045600
           END-IF                                                       00045700
                                                                        00045800
           IF FD-RRT-PENDENTE                                           00045900
              PERFORM 3100-PROCURAR-LIBERACAO                           00046000
              IF WRK-APR-ACHOU-SIM                                      00046100
                 PERFORM 3200-CONFERIR-ALCADA                           00046200
              END-IF                                                    00046300
           END-IF                                                       00046400
                                                                        00046500
           IF FD-RRT-PENDENTE                                           00046600
              ADD 1                  TO ACUM-PENDENTES                  00046700
              PERFORM 3400-ENVELHECER-RETIDA                            00046800
           END-IF                                                       00046900
                                                                        00047000
           WRITE FD-RRTNOVO          FROM WRK-REQRETIDA                 00047100
           PERFORM 1100-TESTAR-STATUS                                   00047200
                                                                        00047300
           PERFORM 2100-LER-REQRET.                                     00047400
                                                                        00047500
      *----------------------------------------------------------------*00047600
       3000-99-FIM.                           EXIT.                     00047700
      *----------------------------------------------------------------*00047800
                                                                        00047900
      *----------------------------------------------------------------*00048000
       3100-PROCURAR-LIBERACAO               SECTION.                   00048100
      *----------------------------------------------------------------*00048200
                                                                        00048300
           MOVE 'N'                  TO WRK-APR-ACHOU                   00048400
                                                                        00048500
           IF WRK-TAB-APR-QTDE EQUAL ZEROS                              00048600
              GO                  TO 3100-99-FIM                        00048700
           END-IF                                                       00048800
                                                                        00048900
           SET WRK-IDX-APR           TO 1                               00049000
           SEARCH WRK-TAB-APR                                           00049100
             AT END                                                     00049200
                CONTINUE                                                00049300
             WHEN WRK-IDX-APR GREATER WRK-TAB-APR-QTDE                  00049400
                CONTINUE                                                00049500
             WHEN WRK-TAB-APR-PECA (WRK-IDX-APR)                        00049600
                       EQUAL FD-RRT-COD-PECA                            00049700
              AND WRK-TAB-APR-DEPOSITO (WRK-IDX-APR)                    00049800
                       EQUAL FD-RRT-DEPOSITO                            00049900
              AND WRK-TAB-APR-DEPTO (WRK-IDX-APR)                       00050000
                       EQUAL FD-RRT-DEPTO                               00050100
              AND WRK-TAB-APR-DATA (WRK-IDX-APR)                        00050200
                       EQUAL FD-RRT-DATA-REQ                            00050300
              AND WRK-TAB-APR-USADA (WRK-IDX-APR) EQUAL 'N'             00050400
                MOVE 'S'              TO WRK-APR-ACHOU                  00050500
           END-SEARCH.                                                  00050600
                                                                        00050700
      *----------------------------------------------------------------*00050800
       3100-99-FIM.                           EXIT.                     00050900
      *----------------------------------------------------------------*00051000
                                                                        00051100
      *----------------------------------------------------------------*00051200
       3200-CONFERIR-ALCADA                  SECTION.                   00051300
      *----------------------------------------------------------------*00051400
                                                                        00051500
      *    A ALCADA DE LIBERACAO EXIGE OPERADOR ATIVO COM O FLAG       *00051600
      *    INCLUI = 'S' NA FOUR001.OPERADOR                            *00051700
           MOVE WRK-TAB-APR-OPERADOR (WRK-IDX-APR)                      00051800
                                     TO WRK-OP-OPERADOR                 00051900
                                                                        00052000
           EXEC SQL                                                     00052100
             SELECT INCLUI, ATIVO                                       00052200
              INTO :WRK-OP-INCLUI,                                      00052300
                   :WRK-OP-ATIVO                                        00052400
              FROM FOUR001.OPERADOR                                     00052500
              WHERE OPERADOR = :WRK-OP-OPERADOR                         00052600
           END-EXEC                                                     00052700
                                                                        00052800
           EVALUATE TRUE                                                00052900
             WHEN SQLCODE EQUAL ZERO                                    00053000
              AND WRK-OP-INCLUI EQUAL 'S'                               00053100
              AND WRK-OP-ATIVO EQUAL 'S'                                00053200
              PERFORM 3300-LIBERAR-REQUISICAO                           00053300
             WHEN SQLCODE EQUAL ZERO                                    00053400
              ADD 1                  TO ACUM-RECUSADAS                  00053500
              MOVE 'A'               TO WRK-SEVERIDADE                  00053600
              MOVE 'FR05DB60'        TO WRK-PROGRAMA                    00053700
              MOVE '3200  '          TO WRK-SECAO                       00053800
              MOVE 'OPERADOR SEM ALCADA DE LIBERACAO'                   00053900
                                     TO WRK-MENSAGEM                    00054000
              MOVE WRK-OP-OPERADOR   TO WRK-STATUS                      00054100
              CALL 'GRAVALOG'        USING WRK-LOG                      00054200
             WHEN SQLCODE EQUAL +100                                    00054300
              ADD 1                  TO ACUM-RECUSADAS                  00054400
              MOVE 'A'               TO WRK-SEVERIDADE                  00054500
              MOVE 'FR05DB60'        TO WRK-PROGRAMA                    00054600
              MOVE '3200  '          TO WRK-SECAO                       00054700
              MOVE 'OPERADOR INEXISTENTE NA TABELA'                     00054800
                                     TO WRK-MENSAGEM                    00054900
              MOVE WRK-OP-OPERADOR   TO WRK-STATUS                      00055000
              CALL 'GRAVALOG'        USING WRK-LOG                      00055100
             WHEN OTHER                                                 00055200
              MOVE SQLCODE           TO WRK-SQLCODE                     00055300
              MOVE 'ERRO NA CONSULTA DO OPERADOR'                       00055400
                                     TO WRK-MENSAGEM                    00055500
              MOVE WRK-SQLCODE       TO WRK-STATUS                      00055600
              PERFORM 9999-TRATAR-ERROS                                 00055700
           END-EVALUATE.                                                00055800
                                                                        00055900
      *----------------------------------------------------------------*00056000
       3200-99-FIM.                           EXIT.                     00056100
      *----------------------------------------------------------------*00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       3300-LIBERAR-REQUISICAO               SECTION.                   00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
      *    A REQUISICAO VOLTA AO DECK MARCADA COMO LIBERADA: O         *00056800
      *    FR05EX30 NAO CONFERE DE NOVO O ORCAMENTO                    *00056900
           MOVE 'L'                  TO FD-RRT-SITUACAO                 00057000
           MOVE WRK-OP-OPERADOR      TO FD-RRT-OPERADOR                 00057100
           MOVE 'S'                  TO WRK-TAB-APR-USADA               00057200
                                         (WRK-IDX-APR)                  00057300
                                        FD-RRT-LIBERADA                 00057400
           WRITE FD-REQLIB           FROM FD-RRT-REQUISICAO             00057500
           PERFORM 1100-TESTAR-STATUS                                   00057600
           ADD 1                     TO ACUM-LIBERADAS                  00057700
                                                                        00000000
           PERFORM 3350-GRAVAR-AUDITORIA.                               00000000
                                                                        00057800
      *----------------------------------------------------------------*00057900
       3300-99-FIM.                           EXIT.                     00058000
      *----------------------------------------------------------------*00058100
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *    TRILHA DA LIBERACAO: USUARIO = OPERADOR LIBERADOR, CHAVE =  *00000000
      *    PECA + DEPOSITO, ANTES = DATA DA RETENCAO, DEPOIS = DEPTO   *00000000
      *----------------------------------------------------------------*00000000
       3350-GRAVAR-AUDITORIA                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           MOVE 'FR05DB60'           TO WRK-AUD-PROGRAMA                00000000
           MOVE '3350  '             TO WRK-AUD-SECAO                   00000000
           MOVE 'REQRET  '           TO WRK-AUD-TABELA                  00000000
           MOVE 'A'                  TO WRK-AUD-OPERACAO                00000000
           MOVE ZEROS                TO WRK-AUD-ID                      00000000
           MOVE 'LIBERACAO'          TO WRK-AUD-CAMPO                   00000000
           MOVE SPACES               TO WRK-AUD-VALOR-ANTES             00000000
                                        WRK-AUD-VALOR-DEPOIS            00000000
                                        WRK-AUD-CHAVE                   00000000
           STRING 'P ' FD-RRT-DATA-RETENCAO                             00000000
                  DELIMITED BY SIZE                                     00000000
                  INTO WRK-AUD-VALOR-ANTES                              00000000
           STRING 'L ' FD-RRT-DEPTO                                     00000000
                  DELIMITED BY SIZE                                     00000000
                  INTO WRK-AUD-VALOR-DEPOIS                             00000000
           STRING FD-RRT-COD-PECA FD-RRT-DEPOSITO                       00000000
                  DELIMITED BY SIZE                                     00000000
                  INTO WRK-AUD-CHAVE                                    00000000
           MOVE WRK-OP-OPERADOR      TO WRK-AUD-USUARIO                 00000000
           CALL 'GRAVAUD'            USING WRK-AUDITORIA.               00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3350-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00058200
      *----------------------------------------------------------------*00058300
       3400-ENVELHECER-RETIDA                SECTION.                   00058400
      *----------------------------------------------------------------*00058500
                                                                        00058600
           IF FD-RRT-DATA-RETENCAO NUMERIC                              00058700
              MOVE FD-RRT-DATA-RETENCAO TO WRK-DATA-RET-N (1:8)         00058800
              COMPUTE WRK-IDADE-DIAS =                                  00058900
                      FUNCTION INTEGER-OF-DATE (WRK-DATA-EXEC-N)        00059000
                    - FUNCTION INTEGER-OF-DATE (WRK-DATA-RET-N)         00059100
           ELSE                                                         00059200
              MOVE ZEROS             TO WRK-IDADE-DIAS                  00059300
           END-IF                                                       00059400
                                                                        00059500
           MOVE FD-RRT-COD-PECA      TO WRK-LR-PECA                     00059600
           MOVE FD-RRT-DEPOSITO      TO WRK-LR-DEPOSITO                 00059700
           MOVE FD-RRT-DEPTO         TO WRK-LR-DEPTO                    00059800
           MOVE FD-RRT-VALOR         TO WRK-LR-VALOR                    00059900
           MOVE FD-RRT-DATA-RETENCAO TO WRK-LR-DESDE                    00060000
           MOVE WRK-IDADE-DIAS       TO WRK-LR-DIAS                     00060100
           WRITE FD-RELRET           FROM WRK-LINRET                    00060200
           PERFORM 1100-TESTAR-STATUS.                                  00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       3400-99-FIM.                           EXIT.                     00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
      *----------------------------------------------------------------*00060900
       4000-FINALIZAR                        SECTION.                   00061000
      *----------------------------------------------------------------*00061100
                                                                        00061200
           CLOSE REQRET                                                 00061300
                 RRTNOVO                                                00061400
                 REQLIB                                                 00061500
                 RELRET                                                 00061600
                                                                        00061700
           DISPLAY '*************************************************'  00061800
           DISPLAY '   LIBERACAO DE REQUISICOES RETIDAS (ORCAMENTO)  '  00061900
           DISPLAY '                                                 '  00062000
           DISPLAY '  RETIDAS LIDAS       :  ' ACUM-LIDOS-RET           00062100
           DISPLAY '  LIBERADAS           :  ' ACUM-LIBERADAS           00062200
           DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS           00062300
           DISPLAY '  SEGUEM RETIDAS      :  ' ACUM-PENDENTES           00062400
           DISPLAY '  EXPURGADAS          :  ' ACUM-EXPURGADAS          00062500
           DISPLAY '                                                 '  00062600
           DISPLAY '*************************************************'. 00062700
                                                                        00062800
      *----------------------------------------------------------------*00062900
       4000-99-FIM.                           EXIT.                     00063000
      *----------------------------------------------------------------*00063100
                                                                        00063200
      ******************************************************************00063300
      *                   T R A T A R  E R R O S                       *00063400
      ******************************************************************00063500
       9999-TRATAR-ERROS                    SECTION.                    00063600
      *----------------------------------------------------------------*00063700
                                                                        00063800
                  MOVE 'F'                TO WRK-SEVERIDADE             00063900
                  MOVE 'FR05DB60'         TO WRK-PROGRAMA               00064000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00064100
                  MOVE 16                 TO RETURN-CODE                00064200
                  GOBACK.                                               00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       9999-99-FIM.                           EXIT.                     00064600
      *----------------------------------------------------------------*00064700
