      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX48.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX48                                       *00002000
      *    TIPO.......: RELATORIO DE CONTAS COM BLOQUEIO ATIVO         *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : LISTAR, APOS A POSTAGEM DO DIA, AS CONTAS COM    *00002800
      *               BLOQUEIO JUDICIAL OU ADMINISTRATIVO ATIVO NA     *00002900
      *               DATA DE MOVIMENTO (CADASTRO BLOQJUD, BOOK        *00003000
      *               B#BLOQJ), CASADO NA ORDEM DE CHAVE COM O         *00003100
      *               CADASTRO DE CLIENTES: POR CONTA, OS TIPOS DE     *00003200
      *               BLOQUEIO (T/D/V), A QTDE DE ORDENS, O SALDO, O   *00003300
      *               VALOR ORDENADO NOS BLOQUEIOS TIPO 'V' E O VALOR  *00003400
      *               EFETIVAMENTE RETIDO - TODO O SALDO CREDOR QUANDO *00003500
      *               HA BLOQUEIO TOTAL OU A DEBITO, SENAO O MENOR     *00003600
      *               ENTRE O VALOR ORDENADO E O SALDO CREDOR. TOTAL   *00003700
      *               POR AGENCIA E TOTAL GERAL.                       *00003800
      *----------------------------------------------------------------*00003900
      *    ARQUIVOS :                                                  *00004000
      *    DDNAME          I/O                                         *00004100
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00004200
      *    JCLBLQ           I    CADASTRO DE BLOQUEIOS (VSAM KSDS)     *00004300
      *    JCLRELBQ         O    CONTAS COM BLOQUEIO ATIVO             *00004400
      *----------------------------------------------------------------*00004500
      *    BOOKS    :    B#CLIMST, B#BLOQJ, B#GRALOG, B#RUNCTL,        *00004600
      *                  B#DATPRC                                      *00004700
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005100
      *----------------------------------------------------------------*00005200
      *    PARAMETROS (VIA SYSIN):                                     *00005300
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005400
      *----------------------------------------------------------------*00005500
      *    HISTORICO DE ALTERACOES:                                    *00005600
      *      DATA        RESP.    DESCRICAO                            *00005700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00005800
      ******************************************************************00005900
      *================================================================*00006000
                                                                        00006100
      *================================================================*00006200
       ENVIRONMENT                                DIVISION.             00006300
      *================================================================*00006400
                                                                        00006500
      *----------------------------------------------------------------*00006600
       CONFIGURATION                              SECTION.              00006700
      *----------------------------------------------------------------*00006800
                                                                        00006900
       SPECIAL-NAMES.                                                   00007000
           DECIMAL-POINT IS COMMA.                                      00007100
                                                                        00007200
      *----------------------------------------------------------------*00007300
       INPUT-OUTPUT                               SECTION.              00007400
      *----------------------------------------------------------------*00007500
                                                                        00007600
       FILE-CONTROL.                                                    00007700
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00007800
                    ORGANIZATION    IS INDEXED                          00007900
                    ACCESS MODE     IS SEQUENTIAL                       00008000
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00008100
                    FILE STATUS          IS WRK-FS-CLI2505.             00008200
                                                                        00008300
             SELECT BLOQJUD   ASSIGN     TO JCLBLQ                      00008400
                    ORGANIZATION    IS INDEXED                          00008500
                    ACCESS MODE     IS SEQUENTIAL                       00008600
                    RECORD KEY      IS FD-BLQ-CHAVE                     00008700
                    FILE STATUS          IS WRK-FS-BLOQJUD.             00008800
                                                                        00008900
             SELECT RELBLQ    ASSIGN     TO JCLRELBQ                    00009000
                    FILE STATUS          IS WRK-FS-RELBLQ.              00009100
                                                                        00009200
      *================================================================*00009300
       DATA                                      DIVISION.              00009400
      *================================================================*00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       FILE                                      SECTION.               00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       FD CLI2505.                                                      00010500
                                                                        00010600
           COPY 'B#CLIMST'.                                             00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
      *  INPUT - CADASTRO DE BLOQUEIOS (VSAM) - LRECL = 080.           *00011000
      *----------------------------------------------------------------*00011100
                                                                        00011200
       FD BLOQJUD.                                                      00011300
                                                                        00011400
           COPY 'B#BLOQJ'.                                              00011500
                                                                        00011600
      *----------------------------------------------------------------*00011700
      *  OUTPUT - CONTAS COM BLOQUEIO ATIVO (RELBLQ) - LRECL = 080.    *00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
       FD RELBLQ                                                        00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-RELBLQ         PIC X(080).                                 00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
       WORKING-STORAGE                            SECTION.              00012700
      *----------------------------------------------------------------*00012800
      *----------------------------------------------------------------*00012900
       01 FILLER                         PIC X(050)       VALUE         00013000
                   '*** INICIO DA WORKING FR05EX48 ***'.                00013100
      *----------------------------------------------------------------*00013200
                                                                        00013300
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00013400
       77 WRK-FS-BLOQJUD                 PIC X(002) VALUE SPACES.       00013500
       77 WRK-FS-RELBLQ                  PIC X(002) VALUE SPACES.       00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
       01 FILLER                         PIC X(050)       VALUE         00013900
                     '*** AREA DA ACUMULADORES ***'.                    00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00014300
       77 ACUM-LIDOS-BLOQJUD             PIC 9(007) VALUE ZEROS.        00014400
       77 ACUM-BLOQ-ATIVOS               PIC 9(007) VALUE ZEROS.        00014500
       77 ACUM-BLOQ-SEM-CONTA            PIC 9(007) VALUE ZEROS.        00014600
       77 ACUM-CONTAS                    PIC 9(007) VALUE ZEROS.        00014700
       77 ACUM-RETIDO                    PIC 9(012)V99 VALUE ZEROS.     00014800
       77 ACUM-AGE-CONTAS                PIC 9(007) VALUE ZEROS.        00014900
       77 ACUM-AGE-RETIDO                PIC 9(012)V99 VALUE ZEROS.     00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
       01 FILLER                         PIC X(050)       VALUE         00015300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00015700
       77 WRK-CHAVE-ATUAL-BLQ            PIC X(010) VALUE SPACES.       00015800
       77 WRK-SEM-BLOQJUD                PIC X(001) VALUE 'N'.          00015900
           88 WRK-SEM-BLOQJUD-SIM                   VALUE 'S'.          00016000
       77 WRK-AGE-QUEBRA                 PIC X(004) VALUE LOW-VALUES.   00016100
       77 WRK-CTA-QTD                    PIC 9(003) VALUE ZEROS.        00016200
       77 WRK-CTA-TIPOS                  PIC X(003) VALUE SPACES.       00016300
       77 WRK-CTA-VALOR-ORDEM            PIC 9(010)V99 VALUE ZEROS.     00016400
       77 WRK-CTA-SALDO-CREDOR           PIC 9(008)V99 VALUE ZEROS.     00016500
       77 WRK-CTA-RETIDO                 PIC 9(010)V99 VALUE ZEROS.     00016600
                                                                        00016700
      *----------------------------------------------------------------*00016800
      *    LINHAS DO RELATORIO                                         *00016900
      *----------------------------------------------------------------*00017000
                                                                        00017100
       01 WRK-LINBLQ.                                                   00017200
          05 WRK-LB-AGENCIA              PIC 9(004).                    00017300
          05 FILLER                      PIC X(001) VALUE SPACES.       00017400
          05 WRK-LB-CONTA                PIC 9(006).                    00017500
          05 FILLER                      PIC X(001) VALUE SPACES.       00017600
          05 WRK-LB-NOME                 PIC X(014).                    00017700
          05 FILLER                      PIC X(001) VALUE SPACES.       00017800
          05 WRK-LB-TIPOS                PIC X(003).                    00017900
          05 FILLER                      PIC X(001) VALUE SPACES.       00018000
          05 WRK-LB-QTD                  PIC Z9.                        00018100
          05 FILLER                      PIC X(001) VALUE SPACES.       00018200
          05 WRK-LB-SALDO                PIC -ZZ.ZZZ.ZZ9,99.            00018300
          05 FILLER                      PIC X(001) VALUE SPACES.       00018400
          05 WRK-LB-VALOR-ORDEM          PIC ZZ.ZZZ.ZZ9,99.             00018500
          05 FILLER                      PIC X(001) VALUE SPACES.       00018600
          05 WRK-LB-RETIDO               PIC ZZ.ZZZ.ZZ9,99.             00018700
          05 FILLER                      PIC X(004) VALUE SPACES.       00018800
                                                                        00018900
       01 WRK-LINTOT.                                                   00019000
          05 WRK-LT-TITULO               PIC X(014).                    00019100
          05 WRK-LT-AGENCIA              PIC X(004).                    00019200
          05 FILLER                      PIC X(009) VALUE               00019300
                                                     '  CONTAS '.       00019400
          05 WRK-LT-CONTAS               PIC ZZZ.ZZ9.                   00019500
          05 FILLER                      PIC X(010) VALUE               00019600
                                                     '  RETIDO '.       00019700
          05 WRK-LT-RETIDO               PIC ZZZ.ZZZ.ZZZ.ZZ9,99.        00019800
          05 FILLER                      PIC X(018) VALUE SPACES.       00019900
                                                                        00020000
      *----------------------------------------------------------------*00020100
       01 FILLER                         PIC X(050)       VALUE         00020200
                    '*** AREA DA BOOK GRAVALOG ***'.                    00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
                           COPY 'B#GRALOG'.                             00020600
                                                                        00020700
      ******************************************************************00020800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00020900
      ******************************************************************00021000
                                                                        00021100
       COPY 'B#RUNCTL'.                                                 00021200
                                                                        00021300
       COPY 'B#DATPRC'.                                                 00021400
                                                                        00021500
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00021600
                                                                        00021700
      *================================================================*00021800
       PROCEDURE                                 DIVISION.              00021900
      *================================================================*00022000
                                                                        00022100
      ******************************************************************00022200
      *              P R O G R A M A  P R I N C I P A L                *00022300
      ******************************************************************00022400
                                                                        00022500
      *----------------------------------------------------------------*00022600
       0000-PRINCIPAL                            SECTION.               00022700
      *----------------------------------------------------------------*00022800
                                                                        00022900
            PERFORM 1000-INICIAR                                        00023000
                                                                        00023100
            PERFORM 2100-LER-CLI2505                                    00023200
            PERFORM 2200-LER-BLOQJUD                                    00023300
                                                                        00023400
            PERFORM 3000-PROCESSAR                                      00023500
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00023600
                                                                        00023700
            IF ACUM-AGE-CONTAS GREATER ZEROS                            00023800
               PERFORM 3400-GRAVAR-TOTAL-AGENCIA                        00023900
            END-IF                                                      00024000
                                                                        00024100
            PERFORM 4000-FINALIZAR                                      00024200
                                                                        00024300
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00024400
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00024500
            MOVE ACUM-CONTAS          TO WRK-RUN-GRAVADOS               00024600
            MOVE ZEROS                TO WRK-RUN-RC                     00024700
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00024800
                                                                        00024900
            STOP RUN.                                                   00025000
                                                                        00025100
      *----------------------------------------------------------------*00025200
       0000-99-FIM.                           EXIT.                     00025300
      *----------------------------------------------------------------*00025400
                                                                        00025500
      ******************************************************************00025600
      *                       I N I C I A R                            *00025700
      ******************************************************************00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
       1000-INICIAR                           SECTION.                  00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00026400
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00026500
           CALL 'LERDATAP'            USING WRK-DATPRC                  00026600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00026700
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00026800
           MOVE 'FR05EX48'            TO WRK-RUN-PROGRAMA               00026900
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00027000
           MOVE ZEROS                 TO WRK-RUN-RC                     00027100
                                         WRK-RUN-LIDOS                  00027200
                                         WRK-RUN-GRAVADOS               00027300
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00027400
                                                                        00027500
           IF WRK-RUN-DATA-JA-FEITA                                     00027600
              MOVE 'A'                TO WRK-SEVERIDADE                 00027700
              MOVE 'FR05EX48'         TO WRK-PROGRAMA                   00027800
              MOVE '1000  '           TO WRK-SECAO                      00027900
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00028000
                                      TO WRK-MENSAGEM                   00028100
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00028200
              CALL 'GRAVALOG'         USING WRK-LOG                     00028300
              MOVE 08                 TO RETURN-CODE                    00028400
              GOBACK                                                    00028500
           END-IF                                                       00028600
                                                                        00028700
           OPEN INPUT  CLI2505                                          00028800
                OUTPUT RELBLQ                                           00028900
                                                                        00029000
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00029100
           PERFORM 1130-TESTAR-WRK-FS-RELBLQ                            00029200
                                                                        00029300
      *    SEM CADASTRO DE BLOQUEIOS (AINDA NAO CARREGADO) NAO E ERRO * 00029400
           OPEN INPUT BLOQJUD                                           00029500
           IF WRK-FS-BLOQJUD EQUAL '35'                                 00029600
              MOVE 'S'                TO WRK-SEM-BLOQJUD                00029700
              MOVE '10'               TO WRK-FS-BLOQJUD                 00029800
           ELSE                                                         00029900
              PERFORM 1120-TESTAR-WRK-FS-BLOQJUD                        00030000
           END-IF.                                                      00030100
                                                                        00030200
      *----------------------------------------------------------------*00030300
       1000-99-FIM.                           EXIT.                     00030400
      *----------------------------------------------------------------*00030500
                                                                        00030600
      *----------------------------------------------------------------*00030700
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00030800
      *----------------------------------------------------------------*00030900
                                                                        00031000
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00031100
              MOVE 'FR05EX48'                    TO WRK-PROGRAMA        00031200
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00031300
              MOVE '1110'                        TO WRK-SECAO           00031400
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00031500
              PERFORM 9000-TRATAR-ERRO                                  00031600
           END-IF.                                                      00031700
                                                                        00031800
      *----------------------------------------------------------------*00031900
       1110-99-FIM.                           EXIT.                     00032000
      *----------------------------------------------------------------*00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       1120-TESTAR-WRK-FS-BLOQJUD             SECTION.                  00032400
      *----------------------------------------------------------------*00032500
                                                                        00032600
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00032700
              MOVE 'FR05EX48'                    TO WRK-PROGRAMA        00032800
              MOVE 'ERRO NO ARQUIVO BLOQJUD'     TO WRK-MENSAGEM        00032900
              MOVE '1120'                        TO WRK-SECAO           00033000
              MOVE WRK-FS-BLOQJUD                TO WRK-STATUS          00033100
              PERFORM 9000-TRATAR-ERRO                                  00033200
           END-IF.                                                      00033300
                                                                        00033400
      *----------------------------------------------------------------*00033500
       1120-99-FIM.                           EXIT.                     00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
      *----------------------------------------------------------------*00033900
       1130-TESTAR-WRK-FS-RELBLQ              SECTION.                  00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
           IF WRK-FS-RELBLQ NOT EQUAL ZEROS                             00034300
              MOVE 'FR05EX48'                    TO WRK-PROGRAMA        00034400
              MOVE 'ERRO NO ARQUIVO RELBLQ'      TO WRK-MENSAGEM        00034500
              MOVE '1130'                        TO WRK-SECAO           00034600
              MOVE WRK-FS-RELBLQ                 TO WRK-STATUS          00034700
              PERFORM 9000-TRATAR-ERRO                                  00034800
           END-IF.                                                      00034900
                                                                        00035000
      *----------------------------------------------------------------*00035100
       1130-99-FIM.                           EXIT.                     00035200
      *----------------------------------------------------------------*00035300
                                                                        00035400
      ******************************************************************00035500
      *                     L E I T U R A S                            *00035600
      ******************************************************************00035700
                                                                        00035800
      *----------------------------------------------------------------*00035900
       2100-LER-CLI2505                       SECTION.                  00036000
      *----------------------------------------------------------------*00036100
       2100-10-LER.                                                     00036200
                                                                        00036300
            READ CLI2505.                                               00036400
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00036500
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00036600
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00036700
               GO                  TO 2100-10-LER                       00036800
            END-IF                                                      00036900
                                                                        00037000
            IF WRK-FS-CLI2505 EQUAL '10'                                00037100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00037200
               GO                    TO 2100-99-FIM                     00037300
            END-IF                                                      00037400
                                                                        00037500
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00037600
            ADD 1                    TO ACUM-LIDOS-CLI2505              00037700
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00037800
                                                                        00037900
      *----------------------------------------------------------------*00038000
       2100-99-FIM.                           EXIT.                     00038100
      *----------------------------------------------------------------*00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       2200-LER-BLOQJUD                       SECTION.                  00038500
      *----------------------------------------------------------------*00038600
                                                                        00038700
            IF WRK-FS-BLOQJUD EQUAL '10'                                00038800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00038900
               GO                    TO 2200-99-FIM                     00039000
            END-IF                                                      00039100
                                                                        00039200
            READ BLOQJUD                                                00039300
                                                                        00039400
            IF WRK-FS-BLOQJUD EQUAL '10'                                00039500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00039600
               GO                    TO 2200-99-FIM                     00039700
            END-IF                                                      00039800
                                                                        00039900
            PERFORM 1120-TESTAR-WRK-FS-BLOQJUD                          00040000
            ADD 1                    TO ACUM-LIDOS-BLOQJUD              00040100
            MOVE FD-BLQ-CHAVE-CONTA  TO WRK-CHAVE-ATUAL-BLQ.            00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       2200-99-FIM.                           EXIT.                     00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
      ******************************************************************00040800
      *                     P R O C E S S A R                          *00040900
      ******************************************************************00041000
                                                                        00041100
      *----------------------------------------------------------------*00041200
       3000-PROCESSAR                        SECTION.                   00041300
      *----------------------------------------------------------------*00041400
                                                                        00041500
      *     OS BLOQUEIOS ANDAM NA MESMA ORDEM DE CHAVE DO CADASTRO;    *00041600
      *     BLOQUEIO DE CONTA QUE NAO EXISTE MAIS E SO CONTADO         *00041700
            PERFORM 3050-SALTAR-BLOQUEIO                                00041800
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT LESS                  00041900
                          WRK-CHAVE-ATUAL-CLI                           00042000
                                                                        00042100
            MOVE ZEROS                 TO WRK-CTA-QTD                   00042200
                                          WRK-CTA-VALOR-ORDEM           00042300
            MOVE SPACES                TO WRK-CTA-TIPOS                 00042400
                                                                        00042500
            PERFORM 3100-ACUMULAR-BLOQUEIO                              00042600
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT EQUAL                 00042700
                          WRK-CHAVE-ATUAL-CLI                           00042800
                                                                        00042900
            IF WRK-CTA-QTD GREATER ZEROS                                00043000
               PERFORM 3200-GRAVAR-CONTA                                00043100
            END-IF                                                      00043200
                                                                        00043300
            PERFORM 2100-LER-CLI2505.                                   00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       3000-99-FIM.                           EXIT.                     00043700
      *----------------------------------------------------------------*00043800
                                                                        00043900
      *----------------------------------------------------------------*00044000
       3050-SALTAR-BLOQUEIO                  SECTION.                   00044100
      *----------------------------------------------------------------*00044200
                                                                        00044300
            ADD 1                      TO ACUM-BLOQ-SEM-CONTA           00044400
            PERFORM 2200-LER-BLOQJUD.                                   00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
       3050-99-FIM.                           EXIT.                     00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       3100-ACUMULAR-BLOQUEIO                SECTION.                   00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
      *     ATIVO = SITUACAO 'A' E DATA DE MOVIMENTO DENTRO DA VIGENCIA*00045500
            IF FD-BLQ-SIT-ATIVO                                         00045600
             AND FD-BLQ-DATA-INI NOT GREATER WRK-DATA-EXEC              00045700
             AND (FD-BLQ-DATA-FIM EQUAL SPACES                          00045800
                  OR FD-BLQ-DATA-FIM NOT LESS WRK-DATA-EXEC)            00045900
               ADD 1                   TO WRK-CTA-QTD                   00046000
                                          ACUM-BLOQ-ATIVOS              00046100
               EVALUATE TRUE                                            00046200
                 WHEN FD-BLQ-TIPO-TOTAL                                 00046300
                  MOVE 'T'             TO WRK-CTA-TIPOS (1:1)           00046400
                 WHEN FD-BLQ-TIPO-DEBITO                                00046500
                  MOVE 'D'             TO WRK-CTA-TIPOS (2:1)           00046600
                 WHEN FD-BLQ-TIPO-VALOR                                 00046700
                  MOVE 'V'             TO WRK-CTA-TIPOS (3:1)           00046800
                  ADD FD-BLQ-VALOR     TO WRK-CTA-VALOR-ORDEM           00046900
               END-EVALUATE                                             00047000
            END-IF                                                      00047100
                                                                        00047200
            PERFORM 2200-LER-BLOQJUD.                                   00047300
                                                                        00047400
      *----------------------------------------------------------------*00047500
       3100-99-FIM.                           EXIT.                     00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
      *----------------------------------------------------------------*00047900
       3200-GRAVAR-CONTA                     SECTION.                   00048000
      *----------------------------------------------------------------*00048100
                                                                        00048200
            IF FD-CLI2505-AGENCIA NOT EQUAL WRK-AGE-QUEBRA              00048300
               IF ACUM-AGE-CONTAS GREATER ZEROS                         00048400
                  PERFORM 3400-GRAVAR-TOTAL-AGENCIA                     00048500
               END-IF                                                   00048600
               MOVE FD-CLI2505-AGENCIA TO WRK-AGE-QUEBRA                00048700
               MOVE ZEROS              TO ACUM-AGE-CONTAS               00048800
                                          ACUM-AGE-RETIDO               00048900
            END-IF                                                      00049000
                                                                        00049100
            IF FD-CLI2505-SALDO GREATER ZEROS                           00049200
               MOVE FD-CLI2505-SALDO   TO WRK-CTA-SALDO-CREDOR          00049300
            ELSE                                                        00049400
               MOVE ZEROS              TO WRK-CTA-SALDO-CREDOR          00049500
            END-IF                                                      00049600
                                                                        00049700
      *     BLOQUEIO TOTAL OU A DEBITO RETEM TODO O SALDO CREDOR;      *00049800
      *     SO DE VALOR, RETEM ATE O VALOR ORDENADO                    *00049900
            IF WRK-CTA-TIPOS (1:2) NOT EQUAL SPACES                     00050000
             OR WRK-CTA-VALOR-ORDEM GREATER WRK-CTA-SALDO-CREDOR        00050100
               MOVE WRK-CTA-SALDO-CREDOR                                00050200
                                       TO WRK-CTA-RETIDO                00050300
            ELSE                                                        00050400
               MOVE WRK-CTA-VALOR-ORDEM                                 00050500
                                       TO WRK-CTA-RETIDO                00050600
            END-IF                                                      00050700
                                                                        00050800
            MOVE FD-CLI2505-AGENCIA    TO WRK-LB-AGENCIA                00050900
            MOVE FD-CLI2505-CONTA      TO WRK-LB-CONTA                  00051000
            MOVE FD-CLI2505-NOME       TO WRK-LB-NOME                   00051100
            MOVE WRK-CTA-TIPOS         TO WRK-LB-TIPOS                  00051200
            MOVE WRK-CTA-QTD           TO WRK-LB-QTD                    00051300
            MOVE FD-CLI2505-SALDO      TO WRK-LB-SALDO                  00051400
            MOVE WRK-CTA-VALOR-ORDEM   TO WRK-LB-VALOR-ORDEM            00051500
            MOVE WRK-CTA-RETIDO        TO WRK-LB-RETIDO                 00051600
            WRITE FD-RELBLQ            FROM WRK-LINBLQ                  00051700
            PERFORM 1130-TESTAR-WRK-FS-RELBLQ                           00051800
                                                                        00051900
            ADD 1                      TO ACUM-CONTAS                   00052000
                                          ACUM-AGE-CONTAS               00052100
            ADD WRK-CTA-RETIDO         TO ACUM-RETIDO                   00052200
                                          ACUM-AGE-RETIDO.              00052300
                                                                        00052400
      *----------------------------------------------------------------*00052500
       3200-99-FIM.                           EXIT.                     00052600
      *----------------------------------------------------------------*00052700
                                                                        00052800
      *----------------------------------------------------------------*00052900
       3400-GRAVAR-TOTAL-AGENCIA             SECTION.                   00053000
      *----------------------------------------------------------------*00053100
                                                                        00053200
            MOVE 'TOTAL AGENCIA '      TO WRK-LT-TITULO                 00053300
            MOVE WRK-AGE-QUEBRA        TO WRK-LT-AGENCIA                00053400
            MOVE ACUM-AGE-CONTAS       TO WRK-LT-CONTAS                 00053500
            MOVE ACUM-AGE-RETIDO       TO WRK-LT-RETIDO                 00053600
            WRITE FD-RELBLQ            FROM WRK-LINTOT                  00053700
            PERFORM 1130-TESTAR-WRK-FS-RELBLQ.                          00053800
                                                                        00053900
      *----------------------------------------------------------------*00054000
       3400-99-FIM.                           EXIT.                     00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
      ******************************************************************00054400
      *                     F I N A L I Z A R                          *00054500
      ******************************************************************00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       4000-FINALIZAR                        SECTION.                   00054900
      *----------------------------------------------------------------*00055000
                                                                        00055100
            MOVE 'TOTAL GERAL   '      TO WRK-LT-TITULO                 00055200
            MOVE SPACES                TO WRK-LT-AGENCIA                00055300
            MOVE ACUM-CONTAS           TO WRK-LT-CONTAS                 00055400
            MOVE ACUM-RETIDO           TO WRK-LT-RETIDO                 00055500
            WRITE FD-RELBLQ            FROM WRK-LINTOT                  00055600
            PERFORM 1130-TESTAR-WRK-FS-RELBLQ                           00055700
                                                                        00055800
      *     BLOQUEIOS ALEM DA ULTIMA CONTA DO CADASTRO                 *00055900
            PERFORM 3050-SALTAR-BLOQUEIO                                00056000
                    UNTIL WRK-FS-BLOQJUD EQUAL '10'                     00056100
                                                                        00056200
            CLOSE CLI2505                                               00056300
                  RELBLQ                                                00056400
                                                                        00056500
            IF NOT WRK-SEM-BLOQJUD-SIM                                  00056600
               CLOSE BLOQJUD                                            00056700
            END-IF                                                      00056800
                                                                        00056900
            DISPLAY '*************************************************' 00057000
            DISPLAY '         CONTAS COM BLOQUEIO ATIVO               ' 00057100
            DISPLAY '                                                 ' 00057200
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00057300
            DISPLAY '  LIDOS BLOQJUD       :  ' ACUM-LIDOS-BLOQJUD      00057400
            DISPLAY '  BLOQUEIOS ATIVOS    :  ' ACUM-BLOQ-ATIVOS        00057500
            DISPLAY '  BLOQUEIOS SEM CONTA :  ' ACUM-BLOQ-SEM-CONTA     00057600
            DISPLAY '  CONTAS BLOQUEADAS   :  ' ACUM-CONTAS             00057700
            DISPLAY '  VALOR RETIDO        :  ' ACUM-RETIDO             00057800
            DISPLAY '                                                 ' 00057900
            DISPLAY '*************************************************'.00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       4000-99-FIM.                           EXIT.                     00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
      ******************************************************************00058600
      *                   T R A T A R  E R R O                         *00058700
      ******************************************************************00058800
                                                                        00058900
       9000-TRATAR-ERRO                     SECTION.                    00059000
      *----------------------------------------------------------------*00059100
                  MOVE 'F'                TO WRK-SEVERIDADE             00059200
                  CALL 'GRAVALOG'         USING WRK-LOG                 00059300
                  MOVE 16                 TO RETURN-CODE                00059400
                  GOBACK.                                               00059500
      *----------------------------------------------------------------*00059600
       9000-99-FIM.                           EXIT.                     00059700
      *----------------------------------------------------------------*00059800
