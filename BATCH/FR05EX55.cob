      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX55.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX55                                       *00002000
      *    TIPO.......: FECHAMENTO DA CAPTURA DO CAIXA                 *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : FECHAR NO FIM DO DIA A FILA DE CAPTURA DO CAIXA  *00002800
      *               (CAPCAIXA, B#CAPCX), ALIMENTADA PELA TRANSACAO   *00002900
      *               F05CIP4, E ENTREGAR OS DEPOSITOS E SAQUES DO     *00003000
      *               BALCAO AO CICLO NO ENVELOPE DE CAPTURA           *00003100
      *               FOURSYS.CAPTURA.CAIXA (LAYOUT B#MOVREG, ORIGEM   *00003200
      *               DE CAPTURA DO FR05ORG/FR05EX29). NUMA PASSADA    *00003300
      *               SEQUENCIAL PELA FILA (AGENCIA + DATA + SEQ):     *00003400
      *                 - CONTROLE ABERTO DE DATA <= DATA DE MOVIMENTO:*00003500
      *                   FECHA A FILA ('F'), QUE NAO RECEBE MAIS      *00003600
      *                   LANCAMENTOS NO CICS;                         *00003700
      *                 - LANCAMENTO PENDENTE ('P') DE DATA <= DATA DE *00003800
      *                   MOVIMENTO: VAI PARA O ENVELOPE E PASSA A     *00003900
      *                   ENVIADO ('E') COM A DATA DO ENVIO;           *00004000
      *                 - ENVIADO NESTA MESMA DATA (RERUN): VAI DE     *00004100
      *                   NOVO, POIS O ENVELOPE E REGRAVADO INTEIRO;   *00004200
      *                 - ENVIADO OU FECHADO EM DATA ANTERIOR: JA FOI  *00004300
      *                   POSTADO E SAI DA FILA (DELETE).              *00004400
      *               O RELATORIO DE FECHAMENTO TRAZ, POR AGENCIA E    *00004500
      *               OPERADOR, QUANTIDADE E VALOR DE DEPOSITOS E      *00004600
      *               SAQUES E O SALDO EM DINHEIRO (C - D), PARA       *00004700
      *               CONFERENCIA COM O NUMERARIO DAS AGENCIAS.        *00004800
      *----------------------------------------------------------------*00004900
      *    ARQUIVOS :                                                  *00005000
      *    DDNAME          I/O                                         *00005100
      *    JCLCAPCX        I-O   FILA DE CAPTURA DO CAIXA (VSAM KSDS)  *00005200
      *    JCLMOVCX         O    ENVELOPE DE CAPTURA DO CAIXA (MOV2505)*00005300
      *    JCLRELCX         O    RELATORIO DE FECHAMENTO DO CAIXA      *00005400
      *----------------------------------------------------------------*00005500
      *    BOOKS    :    B#CAPCX, B#MOVREG, B#GRALOG, B#RUNCTL,        *00005600
      *                  B#DATPRC                                      *00005700
      *----------------------------------------------------------------*00005800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006000
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006100
      *----------------------------------------------------------------*00006200
      *    PARAMETROS (VIA SYSIN):                                     *00006300
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00006400
      *----------------------------------------------------------------*00006500
      *    HISTORICO DE ALTERACOES:                                    *00006600
      *      DATA        RESP.    DESCRICAO                            *00006700
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00006800
      ******************************************************************00006900
      *================================================================*00007000
                                                                        00007100
      *================================================================*00007200
       ENVIRONMENT                                DIVISION.             00007300
      *================================================================*00007400
                                                                        00007500
      *----------------------------------------------------------------*00007600
       CONFIGURATION                              SECTION.              00007700
      *----------------------------------------------------------------*00007800
                                                                        00007900
       SPECIAL-NAMES.                                                   00008000
           DECIMAL-POINT IS COMMA.                                      00008100
                                                                        00008200
      *----------------------------------------------------------------*00008300
       INPUT-OUTPUT                               SECTION.              00008400
      *----------------------------------------------------------------*00008500
                                                                        00008600
       FILE-CONTROL.                                                    00008700
             SELECT CAPCAIXA  ASSIGN     TO JCLCAPCX                    00008800
                    ORGANIZATION    IS INDEXED                          00008900
                    ACCESS MODE     IS SEQUENTIAL                       00009000
                    RECORD KEY      IS FD-CAP-CHAVE                     00009100
                    FILE STATUS          IS WRK-FS-CAPCAIXA.            00009200
                                                                        00009300
             SELECT MOVCAIXA  ASSIGN     TO JCLMOVCX                    00009400
                    FILE STATUS          IS WRK-FS-MOVCAIXA.            00009500
                                                                        00009600
             SELECT RELCAIXA  ASSIGN     TO JCLRELCX                    00009700
                    FILE STATUS          IS WRK-FS-RELCAIXA.            00009800
                                                                        00009900
      *================================================================*00010000
       DATA                                      DIVISION.              00010100
      *================================================================*00010200
                                                                        00010300
      *----------------------------------------------------------------*00010400
       FILE                                      SECTION.               00010500
      *----------------------------------------------------------------*00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
      *  I-O - FILA DE CAPTURA DO CAIXA (VSAM) - LRECL = 100.          *00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       FD CAPCAIXA.                                                     00011200
                                                                        00011300
           COPY 'B#CAPCX'.                                              00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
      *  OUTPUT - ENVELOPE DO CAIXA (MOVCAIXA) - LRECL = 106.          *00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
       FD MOVCAIXA                                                      00012000
           RECORDING MODE IS F                                          00012100
           BLOCK CONTAINS 0 RECORDS.                                    00012200
                                                                        00012300
           COPY 'B#MOVREG'.                                             00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
      *  OUTPUT - RELATORIO DE FECHAMENTO DO CAIXA - LRECL = 080.      *00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
       FD RELCAIXA                                                      00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
       01 FD-RELCAIXA       PIC X(080).                                 00013300
                                                                        00013400
      *----------------------------------------------------------------*00013500
       WORKING-STORAGE                            SECTION.              00013600
      *----------------------------------------------------------------*00013700
      *----------------------------------------------------------------*00013800
       01 FILLER                         PIC X(050)       VALUE         00013900
                   '*** INICIO DA WORKING FR05EX55 ***'.                00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       77 WRK-FS-CAPCAIXA                PIC X(002) VALUE SPACES.       00014300
       77 WRK-FS-MOVCAIXA                PIC X(002) VALUE SPACES.       00014400
       77 WRK-FS-RELCAIXA                PIC X(002) VALUE SPACES.       00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
       01 FILLER                         PIC X(050)       VALUE         00014800
                     '*** AREA DA ACUMULADORES ***'.                    00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       77 ACUM-LIDOS                     PIC 9(007) VALUE ZEROS.        00015200
       77 ACUM-FILAS-FECHADAS            PIC 9(007) VALUE ZEROS.        00015300
       77 ACUM-ENVIADOS                  PIC 9(007) VALUE ZEROS.        00015400
       77 ACUM-REENVIADOS                PIC 9(007) VALUE ZEROS.        00015500
       77 ACUM-EXPURGADOS                PIC 9(007) VALUE ZEROS.        00015600
       77 ACUM-MANTIDOS                  PIC 9(007) VALUE ZEROS.        00015700
       77 ACUM-HASH-ENVIADO              PIC 9(011)V99 VALUE ZEROS.     00015800
       77 ACUM-QTD-DEP                   PIC 9(007) VALUE ZEROS.        00015900
       77 ACUM-VALOR-DEP                 PIC 9(011)V99 VALUE ZEROS.     00016000
       77 ACUM-QTD-SAQ                   PIC 9(007) VALUE ZEROS.        00016100
       77 ACUM-VALOR-SAQ                 PIC 9(011)V99 VALUE ZEROS.     00016200
                                                                        00016300
      *----------------------------------------------------------------*00016400
       01 FILLER                         PIC X(050)       VALUE         00016500
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00016900
       77 WRK-AGENCIA-ATUAL              PIC 9(004) VALUE ZEROS.        00017000
       77 WRK-TEM-AGENCIA                PIC X(001) VALUE 'N'.          00017100
           88 WRK-TEM-AGENCIA-SIM                   VALUE 'S'.          00017200
       77 WRK-ENVIAR                     PIC X(001) VALUE 'N'.          00017300
           88 WRK-ENVIAR-SIM                        VALUE 'S'.          00017400
       77 WRK-TAB-OPE-CHEIA              PIC X(001) VALUE 'N'.          00017500
           88 WRK-TAB-OPE-CHEIA-SIM                 VALUE 'S'.          00017600
       77 WRK-OPE-FORA                   PIC X(001) VALUE 'N'.          00017700
           88 WRK-OPE-FORA-SIM                      VALUE 'S'.          00017800
       77 WRK-SALDO-CAIXA                PIC S9(011)V99 VALUE ZEROS.    00017900
                                                                        00018000
      *----------------------------------------------------------------*00018100
      *    TOTAIS DA AGENCIA E TABELA DE OPERADORES DA AGENCIA         *00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       01 WRK-TOTAIS-AGENCIA.                                           00018500
          05 WRK-AGE-QTD-DEP             PIC 9(007).                    00018600
          05 WRK-AGE-VALOR-DEP           PIC 9(011)V99.                 00018700
          05 WRK-AGE-QTD-SAQ             PIC 9(007).                    00018800
          05 WRK-AGE-VALOR-SAQ           PIC 9(011)V99.                 00018900
                                                                        00019000
       01 WRK-TABELA-OPERADORES.                                        00019100
          05 WRK-TAB-OPE                 OCCURS 050 TIMES               00019200
                                          INDEXED BY WRK-IDX-OPE.       00019300
             10 WRK-TAB-OPE-OPERADOR     PIC X(03).                     00019400
             10 WRK-TAB-OPE-QTD-DEP      PIC 9(07).                     00019500
             10 WRK-TAB-OPE-VALOR-DEP    PIC 9(11)V99.                  00019600
             10 WRK-TAB-OPE-QTD-SAQ      PIC 9(07).                     00019700
             10 WRK-TAB-OPE-VALOR-SAQ    PIC 9(11)V99.                  00019800
                                                                        00019900
       77 WRK-TAB-OPE-QTDE               PIC 9(003) VALUE ZEROS.        00020000
                                                                        00020100
      *----------------------------------------------------------------*00020200
      *    LINHAS DO RELATORIO                                         *00020300
      *----------------------------------------------------------------*00020400
                                                                        00020500
       01 WRK-CABEC1.                                                   00020600
          05 FILLER                      PIC X(040) VALUE               00020700
             'FR05EX55 - FECHAMENTO DO CAIXA - DATA BA'.                00020800
          05 FILLER                      PIC X(004) VALUE               00020900
             'SE  '.                                                    00021000
          05 WRK-CB-DATA                 PIC X(008).                    00021100
          05 FILLER                      PIC X(028) VALUE SPACES.       00021200
                                                                        00021300
       01 WRK-CABEC2.                                                   00021400
          05 FILLER                      PIC X(040) VALUE               00021500
             'AGEN OPER  QTD DEP  VALOR DEPOSITOS  QTD'.                00021600
          05 FILLER                      PIC X(040) VALUE               00021700
             ' SAQ     VALOR SAQUES     SALDO CAIXA   '.                00021800
                                                                        00021900
       01 WRK-LINCAIXA.                                                 00022000
          05 WRK-LC-AGENCIA              PIC X(004).                    00022100
          05 FILLER                      PIC X(001) VALUE SPACES.       00022200
          05 WRK-LC-OPERADOR             PIC X(005).                    00022300
          05 FILLER                      PIC X(001) VALUE SPACES.       00022400
          05 WRK-LC-QTD-DEP              PIC ZZ.ZZ9.                    00022500
          05 FILLER                      PIC X(001) VALUE SPACES.       00022600
          05 WRK-LC-VALOR-DEP            PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00022700
          05 FILLER                      PIC X(001) VALUE SPACES.       00022800
          05 WRK-LC-QTD-SAQ              PIC ZZ.ZZ9.                    00022900
          05 FILLER                      PIC X(001) VALUE SPACES.       00023000
          05 WRK-LC-VALOR-SAQ            PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00023100
          05 FILLER                      PIC X(001) VALUE SPACES.       00023200
          05 WRK-LC-SALDO                PIC -ZZZ.ZZZ.ZZ9,99.           00023300
          05 FILLER                      PIC X(002) VALUE SPACES.       00023400
                                                                        00023500
       01 WRK-LINTOT.                                                   00023600
          05 WRK-LT-TEXTO                PIC X(030).                    00023700
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00023800
          05 FILLER                      PIC X(043) VALUE SPACES.       00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       01 FILLER                         PIC X(050)       VALUE         00024200
                    '*** AREA DA BOOK GRAVALOG ***'.                    00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
                           COPY 'B#GRALOG'.                             00024600
                                                                        00024700
      ******************************************************************00024800
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00024900
      ******************************************************************00025000
                                                                        00025100
       COPY 'B#RUNCTL'.                                                 00025200
                                                                        00025300
       COPY 'B#DATPRC'.                                                 00025400
                                                                        00025500
      *================================================================*00025600
       PROCEDURE                                 DIVISION.              00025700
      *================================================================*00025800
                                                                        00025900
      *----------------------------------------------------------------*00026000
       0000-PRINCIPAL                            SECTION.               00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
            PERFORM 1000-INICIAR                                        00026400
                                                                        00026500
            PERFORM 2100-LER-CAPCAIXA                                   00026600
                                                                        00026700
            PERFORM 3000-PROCESSAR                                      00026800
                    UNTIL WRK-FS-CAPCAIXA EQUAL '10'                    00026900
                                                                        00027000
            PERFORM 4000-FINALIZAR                                      00027100
                                                                        00027200
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00027300
            MOVE ACUM-LIDOS           TO WRK-RUN-LIDOS                  00027400
            MOVE ACUM-ENVIADOS        TO WRK-RUN-GRAVADOS               00027500
            MOVE ZEROS                TO WRK-RUN-RC                     00027600
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00027700
                                                                        00027800
            STOP RUN.                                                   00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
       0000-99-FIM.                           EXIT.                     00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
      ******************************************************************00028500
      *                       I N I C I A R                            *00028600
      ******************************************************************00028700
                                                                        00028800
      *----------------------------------------------------------------*00028900
       1000-INICIAR                           SECTION.                  00029000
      *----------------------------------------------------------------*00029100
                                                                        00029200
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00029300
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00029400
           CALL 'LERDATAP'            USING WRK-DATPRC                  00029500
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00029600
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00029700
           MOVE 'FR05EX55'            TO WRK-RUN-PROGRAMA               00029800
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00029900
           MOVE ZEROS                 TO WRK-RUN-RC                     00030000
                                         WRK-RUN-LIDOS                  00030100
                                         WRK-RUN-GRAVADOS               00030200
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00030300
                                                                        00030400
           IF WRK-RUN-DATA-JA-FEITA                                     00030500
              MOVE 'A'                TO WRK-SEVERIDADE                 00030600
              MOVE 'FR05EX55'         TO WRK-PROGRAMA                   00030700
              MOVE '1000  '           TO WRK-SECAO                      00030800
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00030900
                                      TO WRK-MENSAGEM                   00031000
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00031100
              CALL 'GRAVALOG'         USING WRK-LOG                     00031200
              MOVE 08                 TO RETURN-CODE                    00031300
              GOBACK                                                    00031400
           END-IF                                                       00031500
                                                                        00031600
           OPEN I-O    CAPCAIXA                                         00031700
                OUTPUT MOVCAIXA                                         00031800
                OUTPUT RELCAIXA                                         00031900
                                                                        00032000
           PERFORM 1110-TESTAR-WRK-FS-CAPCAIXA                          00032100
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS                            00032200
                                                                        00032300
           PERFORM 1300-GRAVAR-CABECALHOS.                              00032400
                                                                        00032500
      *----------------------------------------------------------------*00032600
       1000-99-FIM.                           EXIT.                     00032700
      *----------------------------------------------------------------*00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       1110-TESTAR-WRK-FS-CAPCAIXA            SECTION.                  00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
           IF WRK-FS-CAPCAIXA NOT EQUAL ZEROS                           00033400
              MOVE 'FR05EX55'                    TO WRK-PROGRAMA        00033500
              MOVE 'ERRO NO ARQUIVO CAPCAIXA'    TO WRK-MENSAGEM        00033600
              MOVE '1110'                        TO WRK-SECAO           00033700
              MOVE WRK-FS-CAPCAIXA               TO WRK-STATUS          00033800
              PERFORM 9000-TRATAR-ERRO                                  00033900
           END-IF.                                                      00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
       1110-99-FIM.                           EXIT.                     00034300
      *----------------------------------------------------------------*00034400
                                                                        00034500
      *----------------------------------------------------------------*00034600
       1190-TESTAR-WRK-FS-SAIDAS              SECTION.                  00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
           MOVE 'FR05EX55'                       TO WRK-PROGRAMA        00035000
           MOVE '1190'                           TO WRK-SECAO           00035100
                                                                        00035200
           IF WRK-FS-MOVCAIXA NOT EQUAL ZEROS                           00035300
              MOVE 'ERRO NO ARQUIVO MOVCAIXA'    TO WRK-MENSAGEM        00035400
              MOVE WRK-FS-MOVCAIXA               TO WRK-STATUS          00035500
              PERFORM 9000-TRATAR-ERRO                                  00035600
           END-IF                                                       00035700
                                                                        00035800
           IF WRK-FS-RELCAIXA NOT EQUAL ZEROS                           00035900
              MOVE 'ERRO NO ARQUIVO RELCAIXA'    TO WRK-MENSAGEM        00036000
              MOVE WRK-FS-RELCAIXA               TO WRK-STATUS          00036100
              PERFORM 9000-TRATAR-ERRO                                  00036200
           END-IF.                                                      00036300
                                                                        00036400
      *----------------------------------------------------------------*00036500
       1190-99-FIM.                           EXIT.                     00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
      *----------------------------------------------------------------*00036900
       1300-GRAVAR-CABECALHOS                SECTION.                   00037000
      *----------------------------------------------------------------*00037100
                                                                        00037200
           MOVE SPACES               TO FD-MOV2505                      00037300
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00037400
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00037500
           MOVE 'FR05EX55'           TO FD-MOV2505-H-ORIGEM             00037600
           WRITE FD-MOV2505                                             00037700
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS                            00037800
                                                                        00037900
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00038000
           WRITE FD-RELCAIXA         FROM WRK-CABEC1                    00038100
           WRITE FD-RELCAIXA         FROM WRK-CABEC2                    00038200
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                           00038300
                                                                        00038400
      *----------------------------------------------------------------*00038500
       1300-99-FIM.                           EXIT.                     00038600
      *----------------------------------------------------------------*00038700
                                                                        00038800
      ******************************************************************00038900
      *                     L E I T U R A S                            *00039000
      ******************************************************************00039100
                                                                        00039200
      *----------------------------------------------------------------*00039300
       2100-LER-CAPCAIXA                      SECTION.                  00039400
      *----------------------------------------------------------------*00039500
                                                                        00039600
            READ CAPCAIXA                                               00039700
                                                                        00039800
            IF WRK-FS-CAPCAIXA EQUAL '10'                               00039900
               GO                    TO 2100-99-FIM                     00040000
            END-IF                                                      00040100
                                                                        00040200
            PERFORM 1110-TESTAR-WRK-FS-CAPCAIXA                         00040300
            ADD 1                    TO ACUM-LIDOS.                     00040400
                                                                        00040500
      *----------------------------------------------------------------*00040600
       2100-99-FIM.                           EXIT.                     00040700
      *----------------------------------------------------------------*00040800
                                                                        00040900
      ******************************************************************00041000
      *                    P R O C E S S A R                           *00041100
      ******************************************************************00041200
                                                                        00041300
      *----------------------------------------------------------------*00041400
       3000-PROCESSAR                        SECTION.                   00041500
      *----------------------------------------------------------------*00041600
                                                                        00041700
            IF FD-CAP-CONTROLE                                          00041800
               PERFORM 3100-TRATAR-CONTROLE                             00041900
            ELSE                                                        00042000
               PERFORM 3200-TRATAR-LANCAMENTO                           00042100
            END-IF                                                      00042200
                                                                        00042300
            PERFORM 2100-LER-CAPCAIXA.                                  00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       3000-99-FIM.                           EXIT.                     00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
      *----------------------------------------------------------------*00043000
       3100-TRATAR-CONTROLE                  SECTION.                   00043100
      *----------------------------------------------------------------*00043200
                                                                        00043300
      *     FILA FECHADA EM DIA ANTERIOR: JA POSTADA, SAI DA FILA      *00043400
            IF FD-CAP-K-FECHADA                                         00043500
             AND FD-CAP-K-DATA-FECH LESS WRK-DATA-EXEC                  00043600
               PERFORM 3900-EXPURGAR                                    00043700
               GO                      TO 3100-99-FIM                   00043800
            END-IF                                                      00043900
                                                                        00044000
      *     FILA DO DIA (OU ESQUECIDA ABERTA): FECHA PARA O CICS       *00044100
            IF FD-CAP-K-ABERTA                                          00044200
             AND FD-CAP-K-DATA NOT GREATER WRK-DATA-EXEC                00044300
               MOVE 'F'                TO FD-CAP-K-SITUACAO             00044400
               MOVE WRK-DATA-EXEC      TO FD-CAP-K-DATA-FECH            00044500
               REWRITE FD-CAPCX-CONTROLE                                00044600
               PERFORM 1110-TESTAR-WRK-FS-CAPCAIXA                      00044700
               ADD 1                   TO ACUM-FILAS-FECHADAS           00044800
            END-IF.                                                     00044900
                                                                        00045000
      *----------------------------------------------------------------*00045100
       3100-99-FIM.                           EXIT.                     00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
       3200-TRATAR-LANCAMENTO                SECTION.                   00045600
      *----------------------------------------------------------------*00045700
                                                                        00045800
            MOVE 'N'                   TO WRK-ENVIAR                    00045900
                                                                        00046000
            EVALUATE TRUE                                               00046100
              WHEN FD-CAP-PENDENTE                                      00046200
               AND FD-CAP-DATA NOT GREATER WRK-DATA-EXEC                00046300
                 MOVE 'E'              TO FD-CAP-SITUACAO               00046400
                 MOVE WRK-DATA-EXEC    TO FD-CAP-DATA-ENVIO             00046500
                 REWRITE FD-CAPCX                                       00046600
                 PERFORM 1110-TESTAR-WRK-FS-CAPCAIXA                    00046700
                 MOVE 'S'              TO WRK-ENVIAR                    00046800
              WHEN FD-CAP-ENVIADO                                       00046900
               AND FD-CAP-DATA-ENVIO EQUAL WRK-DATA-EXEC                00047000
                 ADD 1                 TO ACUM-REENVIADOS               00047100
                 MOVE 'S'              TO WRK-ENVIAR                    00047200
              WHEN FD-CAP-ENVIADO                                       00047300
               AND FD-CAP-DATA-ENVIO LESS WRK-DATA-EXEC                 00047400
                 PERFORM 3900-EXPURGAR                                  00047500
              WHEN OTHER                                                00047600
                 ADD 1                 TO ACUM-MANTIDOS                 00047700
            END-EVALUATE                                                00047800
                                                                        00047900
            IF WRK-ENVIAR-SIM                                           00048000
               PERFORM 3300-GRAVAR-MOVIMENTO                            00048100
               PERFORM 3400-ACUMULAR-OPERADOR                           00048200
            END-IF.                                                     00048300
                                                                        00048400
      *----------------------------------------------------------------*00048500
       3200-99-FIM.                           EXIT.                     00048600
      *----------------------------------------------------------------*00048700
                                                                        00048800
      *----------------------------------------------------------------*00048900
       3300-GRAVAR-MOVIMENTO                 SECTION.                   00049000
      *----------------------------------------------------------------*00049100
                                                                        00049200
            MOVE SPACES                TO FD-MOV2505                    00049300
            MOVE FD-CAP-AGENCIA        TO FD-MOV2505-AGENCIA            00049400
            MOVE FD-CAP-CONTA          TO FD-MOV2505-CONTA              00049500
            MOVE FD-CAP-HISTORICO      TO FD-MOV2505-MOVIMENTO          00049600
            MOVE FD-CAP-VALOR          TO FD-MOV2505-VALOR              00049700
            MOVE FD-CAP-TIPO           TO FD-MOV2505-TIPO               00049800
            WRITE FD-MOV2505                                            00049900
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00050000
                                                                        00050100
            ADD 1                      TO ACUM-ENVIADOS                 00050200
            ADD FD-CAP-VALOR           TO ACUM-HASH-ENVIADO.            00050300
                                                                        00050400
      *----------------------------------------------------------------*00050500
       3300-99-FIM.                           EXIT.                     00050600
      *----------------------------------------------------------------*00050700
                                                                        00050800
      *----------------------------------------------------------------*00050900
       3400-ACUMULAR-OPERADOR                SECTION.                   00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
      *     QUEBRA POR AGENCIA: A FILA VEM EM ORDEM DE AGENCIA         *00051300
            IF WRK-TEM-AGENCIA-SIM                                      00051400
             AND FD-CAP-AGENCIA NOT EQUAL WRK-AGENCIA-ATUAL             00051500
               PERFORM 3500-IMPRIMIR-AGENCIA                            00051600
            END-IF                                                      00051700
                                                                        00051800
            IF NOT WRK-TEM-AGENCIA-SIM                                  00051900
               MOVE 'S'                TO WRK-TEM-AGENCIA               00052000
               MOVE FD-CAP-AGENCIA     TO WRK-AGENCIA-ATUAL             00052100
               MOVE ZEROS              TO WRK-TOTAIS-AGENCIA            00052200
                                          WRK-TAB-OPE-QTDE              00052300
               MOVE 'N'                TO WRK-TAB-OPE-CHEIA             00052400
            END-IF                                                      00052500
                                                                        00052600
            IF FD-CAP-CREDITO                                           00052700
               ADD 1                   TO WRK-AGE-QTD-DEP               00052800
               ADD FD-CAP-VALOR        TO WRK-AGE-VALOR-DEP             00052900
            ELSE                                                        00053000
               ADD 1                   TO WRK-AGE-QTD-SAQ               00053100
               ADD FD-CAP-VALOR        TO WRK-AGE-VALOR-SAQ             00053200
            END-IF                                                      00053300
                                                                        00053400
            MOVE 'N'                   TO WRK-OPE-FORA                  00053500
            SET WRK-IDX-OPE            TO 1                             00053600
            SEARCH WRK-TAB-OPE                                          00053700
              AT END                                                    00053800
                 PERFORM 3410-INCLUIR-OPERADOR                          00053900
              WHEN WRK-IDX-OPE GREATER WRK-TAB-OPE-QTDE                 00054000
                 PERFORM 3410-INCLUIR-OPERADOR                          00054100
              WHEN WRK-TAB-OPE-OPERADOR (WRK-IDX-OPE)                   00054200
                   EQUAL FD-CAP-OPERADOR                                00054300
                 CONTINUE                                               00054400
            END-SEARCH                                                  00054500
                                                                        00054600
            IF WRK-OPE-FORA-SIM                                         00054700
               GO                      TO 3400-99-FIM                   00054800
            END-IF                                                      00054900
                                                                        00055000
            IF FD-CAP-CREDITO                                           00055100
               ADD 1          TO WRK-TAB-OPE-QTD-DEP (WRK-IDX-OPE)      00055200
               ADD FD-CAP-VALOR                                         00055300
                              TO WRK-TAB-OPE-VALOR-DEP (WRK-IDX-OPE)    00055400
            ELSE                                                        00055500
               ADD 1          TO WRK-TAB-OPE-QTD-SAQ (WRK-IDX-OPE)      00055600
               ADD FD-CAP-VALOR                                         00055700
                              TO WRK-TAB-OPE-VALOR-SAQ (WRK-IDX-OPE)    00055800
            END-IF.                                                     00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       3400-99-FIM.                           EXIT.                     00056200
      *----------------------------------------------------------------*00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       3410-INCLUIR-OPERADOR                 SECTION.                   00056600
      *----------------------------------------------------------------*00056700
                                                                        00056800
      *     TABELA CHEIA: O OPERADOR FICA SO NO TOTAL DA AGENCIA       *00056900
            IF WRK-TAB-OPE-QTDE NOT LESS 50                             00057000
               IF NOT WRK-TAB-OPE-CHEIA-SIM                             00057100
                  MOVE 'A'             TO WRK-SEVERIDADE                00057200
                  MOVE 'FR05EX55'      TO WRK-PROGRAMA                  00057300
                  MOVE '3410  '        TO WRK-SECAO                     00057400
                  MOVE 'MAIS DE 50 OPERADORES NA AGENCIA'               00057500
                                       TO WRK-MENSAGEM                  00057600
                  MOVE WRK-AGENCIA-ATUAL                                00057700
                                       TO WRK-STATUS                    00057800
                  CALL 'GRAVALOG'      USING WRK-LOG                    00057900
               END-IF                                                   00058000
               MOVE 'S'                TO WRK-TAB-OPE-CHEIA             00058100
                                          WRK-OPE-FORA                  00058200
               GO                      TO 3410-99-FIM                   00058300
            END-IF                                                      00058400
                                                                        00058500
            ADD 1                      TO WRK-TAB-OPE-QTDE              00058600
            SET WRK-IDX-OPE            TO WRK-TAB-OPE-QTDE              00058700
            MOVE FD-CAP-OPERADOR       TO WRK-TAB-OPE-OPERADOR          00058800
                                          (WRK-IDX-OPE)                 00058900
            MOVE ZEROS                 TO WRK-TAB-OPE-QTD-DEP           00059000
                                          (WRK-IDX-OPE)                 00059100
                                          WRK-TAB-OPE-VALOR-DEP         00059200
                                          (WRK-IDX-OPE)                 00059300
                                          WRK-TAB-OPE-QTD-SAQ           00059400
                                          (WRK-IDX-OPE)                 00059500
                                          WRK-TAB-OPE-VALOR-SAQ         00059600
                                          (WRK-IDX-OPE).                00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       3410-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       3500-IMPRIMIR-AGENCIA                 SECTION.                   00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
            PERFORM 3510-IMPRIMIR-OPERADOR                              00060700
                    VARYING WRK-IDX-OPE FROM 1 BY 1                     00060800
                    UNTIL WRK-IDX-OPE GREATER WRK-TAB-OPE-QTDE          00060900
                                                                        00061000
            MOVE SPACES                TO WRK-LINCAIXA                  00061100
            MOVE WRK-AGENCIA-ATUAL     TO WRK-LC-AGENCIA                00061200
            MOVE 'TOTAL'               TO WRK-LC-OPERADOR               00061300
            MOVE WRK-AGE-QTD-DEP       TO WRK-LC-QTD-DEP                00061400
            MOVE WRK-AGE-VALOR-DEP     TO WRK-LC-VALOR-DEP              00061500
            MOVE WRK-AGE-QTD-SAQ       TO WRK-LC-QTD-SAQ                00061600
            MOVE WRK-AGE-VALOR-SAQ     TO WRK-LC-VALOR-SAQ              00061700
            COMPUTE WRK-SALDO-CAIXA = WRK-AGE-VALOR-DEP                 00061800
                                    - WRK-AGE-VALOR-SAQ                 00061900
            MOVE WRK-SALDO-CAIXA       TO WRK-LC-SALDO                  00062000
            WRITE FD-RELCAIXA          FROM WRK-LINCAIXA                00062100
            MOVE SPACES                TO FD-RELCAIXA                   00062200
            WRITE FD-RELCAIXA                                           00062300
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00062400
                                                                        00062500
            ADD WRK-AGE-QTD-DEP        TO ACUM-QTD-DEP                  00062600
            ADD WRK-AGE-VALOR-DEP      TO ACUM-VALOR-DEP                00062700
            ADD WRK-AGE-QTD-SAQ        TO ACUM-QTD-SAQ                  00062800
            ADD WRK-AGE-VALOR-SAQ      TO ACUM-VALOR-SAQ                00062900
                                                                        00063000
            MOVE 'N'                   TO WRK-TEM-AGENCIA.              00063100
                                                                        00063200
      *----------------------------------------------------------------*00063300
       3500-99-FIM.                           EXIT.                     00063400
      *----------------------------------------------------------------*00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       3510-IMPRIMIR-OPERADOR                SECTION.                   00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
            MOVE SPACES                TO WRK-LINCAIXA                  00064100
            MOVE WRK-AGENCIA-ATUAL     TO WRK-LC-AGENCIA                00064200
            MOVE WRK-TAB-OPE-OPERADOR (WRK-IDX-OPE)                     00064300
                                       TO WRK-LC-OPERADOR               00064400
            MOVE WRK-TAB-OPE-QTD-DEP (WRK-IDX-OPE)                      00064500
                                       TO WRK-LC-QTD-DEP                00064600
            MOVE WRK-TAB-OPE-VALOR-DEP (WRK-IDX-OPE)                    00064700
                                       TO WRK-LC-VALOR-DEP              00064800
            MOVE WRK-TAB-OPE-QTD-SAQ (WRK-IDX-OPE)                      00064900
                                       TO WRK-LC-QTD-SAQ                00065000
            MOVE WRK-TAB-OPE-VALOR-SAQ (WRK-IDX-OPE)                    00065100
                                       TO WRK-LC-VALOR-SAQ              00065200
            COMPUTE WRK-SALDO-CAIXA =                                   00065300
                    WRK-TAB-OPE-VALOR-DEP (WRK-IDX-OPE)                 00065400
                  - WRK-TAB-OPE-VALOR-SAQ (WRK-IDX-OPE)                 00065500
            MOVE WRK-SALDO-CAIXA       TO WRK-LC-SALDO                  00065600
            WRITE FD-RELCAIXA          FROM WRK-LINCAIXA                00065700
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       3510-99-FIM.                           EXIT.                     00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       3900-EXPURGAR                         SECTION.                   00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
            DELETE CAPCAIXA                                             00066800
            PERFORM 1110-TESTAR-WRK-FS-CAPCAIXA                         00066900
            ADD 1                      TO ACUM-EXPURGADOS.              00067000
                                                                        00067100
      *----------------------------------------------------------------*00067200
       3900-99-FIM.                           EXIT.                     00067300
      *----------------------------------------------------------------*00067400
                                                                        00067500
      ******************************************************************00067600
      *                     F I N A L I Z A R                          *00067700
      ******************************************************************00067800
                                                                        00067900
      *----------------------------------------------------------------*00068000
       4000-FINALIZAR                        SECTION.                   00068100
      *----------------------------------------------------------------*00068200
                                                                        00068300
            IF WRK-TEM-AGENCIA-SIM                                      00068400
               PERFORM 3500-IMPRIMIR-AGENCIA                            00068500
            END-IF                                                      00068600
                                                                        00068700
            MOVE SPACES               TO FD-MOV2505                     00068800
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00068900
            MOVE ACUM-ENVIADOS        TO FD-MOV2505-T-QTD-REG           00069000
            MOVE ACUM-HASH-ENVIADO    TO FD-MOV2505-T-HASH              00069100
            WRITE FD-MOV2505                                            00069200
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00069300
                                                                        00069400
            MOVE SPACES               TO WRK-LINCAIXA                   00069500
            MOVE 'GERAL'              TO WRK-LC-OPERADOR                00069600
            MOVE ACUM-QTD-DEP         TO WRK-LC-QTD-DEP                 00069700
            MOVE ACUM-VALOR-DEP       TO WRK-LC-VALOR-DEP               00069800
            MOVE ACUM-QTD-SAQ         TO WRK-LC-QTD-SAQ                 00069900
            MOVE ACUM-VALOR-SAQ       TO WRK-LC-VALOR-SAQ               00070000
            COMPUTE WRK-SALDO-CAIXA = ACUM-VALOR-DEP                    00070100
                                    - ACUM-VALOR-SAQ                    00070200
            MOVE WRK-SALDO-CAIXA      TO WRK-LC-SALDO                   00070300
            WRITE FD-RELCAIXA         FROM WRK-LINCAIXA                 00070400
                                                                        00070500
            MOVE SPACES               TO FD-RELCAIXA                    00070600
            WRITE FD-RELCAIXA                                           00070700
                                                                        00070800
            MOVE 'FILAS DE AGENCIA FECHADAS'                            00070900
                                      TO WRK-LT-TEXTO                   00071000
            MOVE ACUM-FILAS-FECHADAS  TO WRK-LT-QTD                     00071100
            WRITE FD-RELCAIXA         FROM WRK-LINTOT                   00071200
            MOVE 'LANCAMENTOS ENVIADOS'                                 00071300
                                      TO WRK-LT-TEXTO                   00071400
            MOVE ACUM-ENVIADOS        TO WRK-LT-QTD                     00071500
            WRITE FD-RELCAIXA         FROM WRK-LINTOT                   00071600
            MOVE 'REENVIADOS (RERUN)' TO WRK-LT-TEXTO                   00071700
            MOVE ACUM-REENVIADOS      TO WRK-LT-QTD                     00071800
            WRITE FD-RELCAIXA         FROM WRK-LINTOT                   00071900
            MOVE 'EXPURGADOS DA FILA' TO WRK-LT-TEXTO                   00072000
            MOVE ACUM-EXPURGADOS      TO WRK-LT-QTD                     00072100
            WRITE FD-RELCAIXA         FROM WRK-LINTOT                   00072200
            MOVE 'MANTIDOS PARA DATA POSTERIOR'                         00072300
                                      TO WRK-LT-TEXTO                   00072400
            MOVE ACUM-MANTIDOS        TO WRK-LT-QTD                     00072500
            WRITE FD-RELCAIXA         FROM WRK-LINTOT                   00072600
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00072700
                                                                        00072800
            CLOSE CAPCAIXA                                              00072900
                  MOVCAIXA                                              00073000
                  RELCAIXA                                              00073100
                                                                        00073200
            DISPLAY '*************************************************' 00073300
            DISPLAY '          FECHAMENTO DA CAPTURA DO CAIXA         ' 00073400
            DISPLAY '                                                 ' 00073500
            DISPLAY '  LIDOS DA FILA       :  ' ACUM-LIDOS              00073600
            DISPLAY '  FILAS FECHADAS      :  ' ACUM-FILAS-FECHADAS     00073700
            DISPLAY '  ENVIADOS            :  ' ACUM-ENVIADOS           00073800
            DISPLAY '  REENVIADOS (RERUN)  :  ' ACUM-REENVIADOS         00073900
            DISPLAY '  EXPURGADOS          :  ' ACUM-EXPURGADOS         00074000
            DISPLAY '  MANTIDOS            :  ' ACUM-MANTIDOS           00074100
            DISPLAY '  VALOR DEPOSITOS     :  ' ACUM-VALOR-DEP          00074200
            DISPLAY '  VALOR SAQUES        :  ' ACUM-VALOR-SAQ          00074300
            DISPLAY '                                                 ' 00074400
            DISPLAY '*************************************************'.00074500
                                                                        00074600
      *----------------------------------------------------------------*00074700
       4000-99-FIM.                           EXIT.                     00074800
      *----------------------------------------------------------------*00074900
                                                                        00075000
      ******************************************************************00075100
      *                   T R A T A R  E R R O                         *00075200
      ******************************************************************00075300
                                                                        00075400
       9000-TRATAR-ERRO                     SECTION.                    00075500
      *----------------------------------------------------------------*00075600
                  MOVE 'F'                TO WRK-SEVERIDADE             00075700
                  CALL 'GRAVALOG'         USING WRK-LOG                 00075800
                  MOVE 16                 TO RETURN-CODE                00075900
                  GOBACK.                                               00076000
      *----------------------------------------------------------------*00076100
       9000-99-FIM.                           EXIT.                     00076200
      *----------------------------------------------------------------*00076300
