      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX60.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX60                                       *00002000
      *    TIPO.......: MANUTENCAO DO CADASTRO DE CDB                  *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE DEPOSITOS A PRAZO    *00002800
      *               (CDBMST, BOOK B#CDBMST) O LOTE DE MANUTENCAO     *00002900
      *               MANCDB, POR AGENCIA+CONTA+NUMERO DO CDB:         *00003000
      *               APLICACAO ('A') E PEDIDO DE RESGATE ANTECIPADO   *00003100
      *               ('R'). NO MESMO MOLDE DO FR05EX56: HEADER/       *00003200
      *               TRAILER CONFERIDOS NUM PRE-PASSO (QTDE E HASH DO *00003300
      *               VALOR), VALIDACAO REGISTRO A REGISTRO, REGRAVACAO*00003400
      *               EM CDBNOVO (NOVA GERACAO DO CDBMST), TRILHA DE   *00003500
      *               AUDITORIA VIA GRAVAUD E TRANSACAO RECUSADA NO    *00003600
      *               CDBREJ COM O MOTIVO.                             *00003700
      *               A APLICACAO EXIGE CONTA ABERTA NO CLI2505 COM    *00003800
      *               SALDO PARA O PRINCIPAL (DESCONTADAS AS DEMAIS    *00003900
      *               APLICACOES DA CONTA NO LOTE), TAXA % AO ANO      *00004000
      *               POSITIVA E VENCIMENTO POSTERIOR A DATA DE        *00004100
      *               MOVIMENTO; SAI O DEBITO 'D' DO PRINCIPAL NO      *00004200
      *               MOVAPL (LAYOUT MOV2505, COM HEADER/TRAILER),     *00004300
      *               PROCESSADO COMO UM CICLO PELO FR05EX03, E A      *00004400
      *               PARTIDA CONTABIL DO DIA NO GLAPL (LAYOUT GLMOV): *00004500
      *               DEBITO 11010000 CAIXA / MOVIMENTO DO DIA E       *00004600
      *               CREDITO 21020000 DEPOSITOS A PRAZO.              *00004700
      *               O RESGATE ANTECIPADO SO MARCA O CDB ('S'): A     *00004800
      *               LIQUIDACAO (JUROS DO DIA, IMPOSTO DE RENDA E     *00004900
      *               CREDITO NA CONTA) E FEITA PELO FR05EX61 NA       *00005000
      *               ROTINA NOTURNA, COMO A DO VENCIMENTO.            *00005100
      *----------------------------------------------------------------*00005200
      *    ARQUIVOS :                                                  *00005300
      *    DDNAME          I/O                                         *00005400
      *    JCLCDBAN         I    CADASTRO DE CDB (ORDENADO POR         *00005500
      *                          AGENCIA+CONTA+NUMERO)                 *00005600
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005700
      *    JCLMANCD         I    LOTE DE MANUTENCAO                    *00005800
      *    JCLCDBNV         O    CADASTRO DE CDB REGRAVADO             *00005900
      *    JCLCDBRJ         O    TRANSACOES RECUSADAS                  *00006000
      *    JCLMOVAP         O    DEBITOS DAS APLICACOES (MOV2505)      *00006100
      *    JCLGLAPL         O    LANCAMENTOS DAS APLICACOES (GLMOV)    *00006200
      *----------------------------------------------------------------*00006300
      *    BOOKS    :    B#CDBMST, B#CLIMST, B#MOVREG, B#GLJRN,        *00006400
      *                  B#GRALOG, B#AUDIT, B#RUNCTL, B#DATPRC         *00006500
      *----------------------------------------------------------------*00006600
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006700
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00006800
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006900
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007000
      *----------------------------------------------------------------*00007100
      *    PARAMETROS (VIA SYSIN):                                     *00007200
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007300
      *----------------------------------------------------------------*00007400
      *    HISTORICO DE ALTERACOES:                                    *00007500
      *      DATA        RESP.    DESCRICAO                            *00007600
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007700
      ******************************************************************00007800
      *================================================================*00007900
                                                                        00008000
      *================================================================*00008100
       ENVIRONMENT                                DIVISION.             00008200
      *================================================================*00008300
                                                                        00008400
      *----------------------------------------------------------------*00008500
       CONFIGURATION                              SECTION.              00008600
      *----------------------------------------------------------------*00008700
                                                                        00008800
       SPECIAL-NAMES.                                                   00008900
           DECIMAL-POINT IS COMMA.                                      00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       INPUT-OUTPUT                               SECTION.              00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
       FILE-CONTROL.                                                    00009600
             SELECT CDBANT    ASSIGN     TO JCLCDBAN                    00009700
                    FILE STATUS          IS WRK-FS-CDBANT.              00009800
                                                                        00009900
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010000
                    ORGANIZATION    IS INDEXED                          00010100
                    ACCESS MODE     IS SEQUENTIAL                       00010200
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010300
                    FILE STATUS          IS WRK-FS-CLI2505.             00010400
                                                                        00010500
             SELECT MANCDB    ASSIGN     TO JCLMANCD                    00010600
                    FILE STATUS          IS WRK-FS-MANCDB.              00010700
                                                                        00010800
             SELECT CDBNOVO   ASSIGN     TO JCLCDBNV                    00010900
                    FILE STATUS          IS WRK-FS-CDBNOVO.             00011000
                                                                        00011100
             SELECT CDBREJ    ASSIGN     TO JCLCDBRJ                    00011200
                    FILE STATUS          IS WRK-FS-CDBREJ.              00011300
                                                                        00011400
             SELECT MOVAPL    ASSIGN     TO JCLMOVAP                    00011500
                    FILE STATUS          IS WRK-FS-MOVAPL.              00011600
                                                                        00011700
             SELECT GLAPL     ASSIGN     TO JCLGLAPL                    00011800
                    FILE STATUS          IS WRK-FS-GLAPL.               00011900
                                                                        00012000
      *================================================================*00012100
       DATA                                      DIVISION.              00012200
      *================================================================*00012300
                                                                        00012400
      *----------------------------------------------------------------*00012500
       FILE                                      SECTION.               00012600
      *----------------------------------------------------------------*00012700
                                                                        00012800
      *----------------------------------------------------------------*00012900
      *  INPUT - CADASTRO DE CDB (CDBMST) - LRECL = 120.               *00013000
      *----------------------------------------------------------------*00013100
                                                                        00013200
       FD CDBANT                                                        00013300
           RECORDING MODE IS F                                          00013400
           BLOCK CONTAINS 0 RECORDS.                                    00013500
                                                                        00013600
           COPY 'B#CDBMST'.                                             00013700
                                                                        00013800
      *----------------------------------------------------------------*00013900
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00014000
      *----------------------------------------------------------------*00014100
                                                                        00014200
       FD CLI2505.                                                      00014300
                                                                        00014400
           COPY 'B#CLIMST'.                                             00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
      *  INPUT - LOTE DE MANUTENCAO (MANCDB) - LRECL = 080.            *00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
       FD MANCDB                                                        00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-MANCDB.                                                    00015400
          05 FD-MNC-TIPO-REG          PIC X(01).                        00015500
          05 FD-MNC-OPERACAO          PIC X(01).                        00015600
              88 FD-MNC-OP-APLICACAO      VALUE 'A'.                    00015700
              88 FD-MNC-OP-RESGATE        VALUE 'R'.                    00015800
          05 FD-MNC-CHAVE.                                              00015900
             10 FD-MNC-CHAVE-CONTA.                                     00016000
                15 FD-MNC-AGENCIA     PIC 9(04).                        00016100
                15 FD-MNC-CONTA       PIC 9(06).                        00016200
             10 FD-MNC-NUMERO         PIC 9(05).                        00016300
          05 FD-MNC-VALOR             PIC 9(11)V99.                     00016400
          05 FD-MNC-TAXA-ANO          PIC 9(03)V9(04).                  00016500
          05 FD-MNC-DATA-VENCTO       PIC X(08).                        00016600
          05 FD-MNC-VENCTO-R REDEFINES FD-MNC-DATA-VENCTO.              00016700
             10 FD-MNC-VENCTO-ANO     PIC 9(04).                        00016800
             10 FD-MNC-VENCTO-MES     PIC 9(02).                        00016900
             10 FD-MNC-VENCTO-DIA     PIC 9(02).                        00017000
          05 FILLER                   PIC X(35).                        00017100
                                                                        00017200
       01 FD-MNC-HEADER.                                                00017300
          05 FD-MNC-H-TIPO            PIC X(01).                        00017400
          05 FD-MNC-H-ORIGEM          PIC X(08).                        00017500
          05 FD-MNC-H-DATA            PIC X(08).                        00017600
          05 FILLER                   PIC X(63).                        00017700
                                                                        00017800
       01 FD-MNC-TRAILER.                                               00017900
          05 FD-MNC-T-TIPO            PIC X(01).                        00018000
          05 FD-MNC-T-QTD-REG         PIC 9(07).                        00018100
          05 FD-MNC-T-HASH-VALOR      PIC 9(11)V99.                     00018200
          05 FILLER                   PIC X(59).                        00018300
                                                                        00018400
      *----------------------------------------------------------------*00018500
      *  OUTPUT - CADASTRO DE CDB REGRAVADO (CDBNOVO) - LRECL = 120.   *00018600
      *----------------------------------------------------------------*00018700
                                                                        00018800
       FD CDBNOVO                                                       00018900
           RECORDING MODE IS F                                          00019000
           BLOCK CONTAINS 0 RECORDS.                                    00019100
       01 FD-CDBNOVO                  PIC X(120).                       00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
      *  OUTPUT - TRANSACOES RECUSADAS (CDBREJ) - LRECL = 110.         *00019500
      *----------------------------------------------------------------*00019600
                                                                        00019700
       FD CDBREJ                                                        00019800
           RECORDING MODE IS F                                          00019900
           BLOCK CONTAINS 0 RECORDS.                                    00020000
       01 FD-CDBREJ.                                                    00020100
          05 FD-CRJ-TRANSACAO         PIC X(080).                       00020200
          05 FD-CRJ-MOTIVO            PIC X(030).                       00020300
                                                                        00020400
      *----------------------------------------------------------------*00020500
      *  OUTPUT - DEBITOS DAS APLICACOES (MOVAPL) - LRECL = 106.       *00020600
      *----------------------------------------------------------------*00020700
                                                                        00020800
       FD MOVAPL                                                        00020900
           RECORDING MODE IS F                                          00021000
           BLOCK CONTAINS 0 RECORDS.                                    00021100
                                                                        00021200
           COPY 'B#MOVREG'.                                             00021300
                                                                        00021400
      *----------------------------------------------------------------*00021500
      *  OUTPUT - LANCAMENTOS DAS APLICACOES (GLAPL) - LRECL = 060.    *00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
       FD GLAPL                                                         00021900
           RECORDING MODE IS F                                          00022000
           BLOCK CONTAINS 0 RECORDS.                                    00022100
                                                                        00022200
           COPY 'B#GLJRN'.                                              00022300
                                                                        00022400
      *----------------------------------------------------------------*00022500
       WORKING-STORAGE                            SECTION.              00022600
      *----------------------------------------------------------------*00022700
      *----------------------------------------------------------------*00022800
       01 FILLER                         PIC X(050)       VALUE         00022900
                   '*** INICIO DA WORKING FR05EX60 ***'.                00023000
      *----------------------------------------------------------------*00023100
                                                                        00023200
       77 WRK-FS-CDBANT                  PIC X(002) VALUE SPACES.       00023300
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00023400
       77 WRK-FS-MANCDB                  PIC X(002) VALUE SPACES.       00023500
       77 WRK-FS-CDBNOVO                 PIC X(002) VALUE SPACES.       00023600
       77 WRK-FS-CDBREJ                  PIC X(002) VALUE SPACES.       00023700
       77 WRK-FS-MOVAPL                  PIC X(002) VALUE SPACES.       00023800
       77 WRK-FS-GLAPL                   PIC X(002) VALUE SPACES.       00023900
                                                                        00024000
      *----------------------------------------------------------------*00024100
       01 FILLER                         PIC X(050)       VALUE         00024200
                     '*** AREA DA ACUMULADORES ***'.                    00024300
      *----------------------------------------------------------------*00024400
                                                                        00024500
       77 ACUM-LIDOS-CDBANT              PIC 9(007) VALUE ZEROS.        00024600
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00024700
       77 ACUM-LIDOS-MANCDB              PIC 9(007) VALUE ZEROS.        00024800
       77 ACUM-GRAV-CDBNOVO              PIC 9(007) VALUE ZEROS.        00024900
       77 ACUM-APLICACOES                PIC 9(005) VALUE ZEROS.        00025000
       77 ACUM-RESGATES                  PIC 9(005) VALUE ZEROS.        00025100
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00025200
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00025300
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00025400
       77 ACUM-VALOR-APLICADO            PIC 9(013)V99 VALUE ZEROS.     00025500
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00025600
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
       01 FILLER                         PIC X(050)       VALUE         00026000
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00026100
      *----------------------------------------------------------------*00026200
                                                                        00026300
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00026400
       77 WRK-CHAVE-ANT-MNC              PIC X(015) VALUE LOW-VALUES.   00026500
       77 WRK-CHAVE-ATUAL-MNC            PIC X(015) VALUE SPACES.       00026600
       77 WRK-CHAVE-ATUAL-CDB            PIC X(015) VALUE SPACES.       00026700
       77 WRK-CHAVE-APLICADA             PIC X(015) VALUE LOW-VALUES.   00026800
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00026900
       77 WRK-CHAVE-SALDO                PIC X(010) VALUE SPACES.       00027000
       77 WRK-SALDO-DISPONIVEL           PIC S9(011)V99 VALUE ZEROS.    00027100
       77 WRK-VALOR-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00027200
       77 WRK-CDB-SALVO                  PIC X(120) VALUE SPACES.       00027300
       77 WRK-CONTA-CTB-DEB              PIC X(008) VALUE SPACES.       00027400
       77 WRK-CONTA-CTB-CRE              PIC X(008) VALUE SPACES.       00027500
       77 WRK-VALOR-LANC                 PIC 9(013)V99 VALUE ZEROS.     00027600
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00027700
       77 WRK-CONTA-ABERTA               PIC X(001) VALUE 'N'.          00027800
           88 WRK-CONTA-ABERTA-SIM                  VALUE 'S'.          00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
      *    CONTAS CONTABEIS DA APLICACAO                               *00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00028500
       77 WRK-CONTA-CDB                  PIC X(008) VALUE '21020000'.   00028600
                                                                        00028700
      *----------------------------------------------------------------*00028800
      *    HISTORICO DO DEBITO DA APLICACAO NA CONTA                   *00028900
      *----------------------------------------------------------------*00029000
                                                                        00029100
       01 WRK-HISTORICO-APL.                                            00029200
          05 FILLER                      PIC X(017) VALUE               00029300
             'APLICACAO CDB NR '.                                       00029400
          05 WRK-HA-NUMERO               PIC 9(005).                    00029500
          05 FILLER                      PIC X(008) VALUE SPACES.       00029600
                                                                        00029700
      *----------------------------------------------------------------*00029800
      *    VALOR AUDITADO: NUMERO DO CDB, PRINCIPAL E VENCIMENTO (A    *00029900
      *    CHAVE DA TRILHA E SO AGENCIA+CONTA)                         *00030000
      *----------------------------------------------------------------*00030100
                                                                        00030200
       01 WRK-AUD-CDB.                                                  00030300
          05 FILLER                      PIC X(003) VALUE 'NR '.        00030400
          05 WRK-AUC-NUMERO              PIC 9(005).                    00030500
          05 FILLER                      PIC X(001) VALUE SPACES.       00030600
          05 WRK-AUC-INFO                PIC X(031).                    00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       01 FILLER                         PIC X(050)       VALUE         00031000
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
       77 WRK-QTD-CONTROLE-MNC           PIC 9(007) VALUE ZEROS.        00031400
       77 WRK-HASH-VALOR                 PIC 9(011)V99 VALUE ZEROS.     00031500
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00031600
       77 WRK-TRL-HASH-INFORMADO         PIC 9(011)V99 VALUE ZEROS.     00031700
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00031800
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00031900
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00032000
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       01 FILLER                         PIC X(050)       VALUE         00032400
                    '*** AREA DA BOOK GRAVALOG ***'.                    00032500
      *----------------------------------------------------------------*00032600
                                                                        00032700
                           COPY 'B#GRALOG'.                             00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       01 FILLER                         PIC X(050)       VALUE         00033100
                    '*** AREA DA BOOK GRAVAUD ***'.                     00033200
      *----------------------------------------------------------------*00033300
                                                                        00033400
                           COPY 'B#AUDIT'.                              00033500
                                                                        00033600
      ******************************************************************00033700
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00033800
      ******************************************************************00033900
                                                                        00034000
       COPY 'B#RUNCTL'.                                                 00034100
                                                                        00034200
       COPY 'B#DATPRC'.                                                 00034300
                                                                        00034400
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00034500
                                                                        00034600
      *----------------------------------------------------------------*00034700
       01 FILLER                         PIC X(050)       VALUE         00034800
                   '*** FIM DA WORKING FR05EX60 ***'.                   00034900
      *----------------------------------------------------------------*00035000
                                                                        00035100
      *================================================================*00035200
       PROCEDURE                                 DIVISION.              00035300
      *================================================================*00035400
                                                                        00035500
      ******************************************************************00035600
      *              P R O G R A M A  P R I N C I P A L                *00035700
      ******************************************************************00035800
                                                                        00035900
      *----------------------------------------------------------------*00036000
       0000-PRINCIPAL                            SECTION.               00036100
      *----------------------------------------------------------------*00036200
                                                                        00036300
            PERFORM 1000-INICIAR                                        00036400
                                                                        00036500
            PERFORM 2100-LER-CDBANT                                     00036600
            PERFORM 2200-LER-MANCDB                                     00036700
            PERFORM 2300-LER-CLI2505                                    00036800
                                                                        00036900
            PERFORM 3000-PROCESSAR                                      00037000
                    UNTIL WRK-FS-CDBANT EQUAL '10'                      00037100
                    AND   WRK-FS-MANCDB EQUAL '10'                      00037200
                                                                        00037300
            PERFORM 4000-FINALIZAR                                      00037400
                                                                        00037500
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00037600
            MOVE ACUM-LIDOS-MANCDB    TO WRK-RUN-LIDOS                  00037700
            MOVE ACUM-GRAV-CDBNOVO    TO WRK-RUN-GRAVADOS               00037800
            MOVE ZEROS                TO WRK-RUN-RC                     00037900
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00038000
                                                                        00038100
            STOP RUN.                                                   00038200
                                                                        00038300
      *----------------------------------------------------------------*00038400
       0000-99-FIM.                           EXIT.                     00038500
      *----------------------------------------------------------------*00038600
                                                                        00038700
      ******************************************************************00038800
      *                       I N I C I A R                            *00038900
      ******************************************************************00039000
                                                                        00039100
      *----------------------------------------------------------------*00039200
       1000-INICIAR                           SECTION.                  00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00039600
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00039700
           CALL 'LERDATAP'            USING WRK-DATPRC                  00039800
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00039900
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00040000
           MOVE 'FR05EX60'            TO WRK-RUN-PROGRAMA               00040100
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00040200
           MOVE ZEROS                 TO WRK-RUN-RC                     00040300
                                         WRK-RUN-LIDOS                  00040400
                                         WRK-RUN-GRAVADOS               00040500
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00040600
           IF WRK-RUN-DATA-JA-FEITA                                     00040700
              MOVE 'A'                TO WRK-SEVERIDADE                 00040800
              MOVE 'FR05EX60'         TO WRK-PROGRAMA                   00040900
              MOVE '1000  '           TO WRK-SECAO                      00041000
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00041100
                                      TO WRK-MENSAGEM                   00041200
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00041300
              CALL 'GRAVALOG'         USING WRK-LOG                     00041400
              MOVE 08                 TO RETURN-CODE                    00041500
              GOBACK                                                    00041600
           END-IF                                                       00041700
                                                                        00041800
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00041900
           OPEN INPUT CDBANT                                            00042000
           IF WRK-FS-CDBANT EQUAL '35'                                  00042100
              MOVE '10'               TO WRK-FS-CDBANT                  00042200
           ELSE                                                         00042300
              PERFORM 1110-TESTAR-WRK-FS-CDBANT                         00042400
           END-IF                                                       00042500
                                                                        00042600
           OPEN INPUT CLI2505                                           00042700
           PERFORM 1150-TESTAR-WRK-FS-CLI2505                           00042800
                                                                        00042900
           OPEN INPUT MANCDB                                            00043000
           PERFORM 1120-TESTAR-WRK-FS-MANCDB                            00043100
           PERFORM 1300-VALIDAR-CONTROLES                               00043200
                                                                        00043300
           OPEN OUTPUT CDBNOVO                                          00043400
                OUTPUT CDBREJ                                           00043500
                OUTPUT MOVAPL                                           00043600
                OUTPUT GLAPL                                            00043700
           PERFORM 1130-TESTAR-WRK-FS-CDBNOVO                           00043800
           PERFORM 1140-TESTAR-WRK-FS-CDBREJ                            00043900
           PERFORM 1160-TESTAR-WRK-FS-MOVAPL                            00044000
           PERFORM 1170-TESTAR-WRK-FS-GLAPL                             00044100
                                                                        00044200
           PERFORM 1400-GRAVAR-HEADERS.                                 00044300
                                                                        00044400
      *----------------------------------------------------------------*00044500
       1000-99-FIM.                           EXIT.                     00044600
      *----------------------------------------------------------------*00044700
                                                                        00044800
      *----------------------------------------------------------------*00044900
       1110-TESTAR-WRK-FS-CDBANT              SECTION.                  00045000
      *----------------------------------------------------------------*00045100
                                                                        00045200
           IF WRK-FS-CDBANT NOT EQUAL ZEROS                             00045300
            AND WRK-FS-CDBANT NOT EQUAL '10'                            00045400
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00045500
              MOVE 'ERRO NO ARQUIVO CDBANT'      TO WRK-MENSAGEM        00045600
              MOVE '1110'                        TO WRK-SECAO           00045700
              MOVE WRK-FS-CDBANT                 TO WRK-STATUS          00045800
              PERFORM 9000-TRATAR-ERRO                                  00045900
           END-IF.                                                      00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1110-99-FIM.                           EXIT.                     00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      *----------------------------------------------------------------*00046600
       1120-TESTAR-WRK-FS-MANCDB              SECTION.                  00046700
      *----------------------------------------------------------------*00046800
                                                                        00046900
           IF WRK-FS-MANCDB NOT EQUAL ZEROS                             00047000
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00047100
              MOVE 'ERRO NO ARQUIVO MANCDB'      TO WRK-MENSAGEM        00047200
              MOVE '1120'                        TO WRK-SECAO           00047300
              MOVE WRK-FS-MANCDB                 TO WRK-STATUS          00047400
              PERFORM 9000-TRATAR-ERRO                                  00047500
           END-IF.                                                      00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
       1120-99-FIM.                           EXIT.                     00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
      *----------------------------------------------------------------*00048200
       1130-TESTAR-WRK-FS-CDBNOVO             SECTION.                  00048300
      *----------------------------------------------------------------*00048400
                                                                        00048500
           IF WRK-FS-CDBNOVO NOT EQUAL ZEROS                            00048600
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00048700
              MOVE 'ERRO NO ARQUIVO CDBNOVO'     TO WRK-MENSAGEM        00048800
              MOVE '1130'                        TO WRK-SECAO           00048900
              MOVE WRK-FS-CDBNOVO                TO WRK-STATUS          00049000
              PERFORM 9000-TRATAR-ERRO                                  00049100
           END-IF.                                                      00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       1130-99-FIM.                           EXIT.                     00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       1140-TESTAR-WRK-FS-CDBREJ              SECTION.                  00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
           IF WRK-FS-CDBREJ NOT EQUAL ZEROS                             00050200
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00050300
              MOVE 'ERRO NO ARQUIVO CDBREJ'      TO WRK-MENSAGEM        00050400
              MOVE '1140'                        TO WRK-SECAO           00050500
              MOVE WRK-FS-CDBREJ                 TO WRK-STATUS          00050600
              PERFORM 9000-TRATAR-ERRO                                  00050700
           END-IF.                                                      00050800
                                                                        00050900
      *----------------------------------------------------------------*00051000
       1140-99-FIM.                           EXIT.                     00051100
      *----------------------------------------------------------------*00051200
                                                                        00051300
      *----------------------------------------------------------------*00051400
       1150-TESTAR-WRK-FS-CLI2505             SECTION.                  00051500
      *----------------------------------------------------------------*00051600
                                                                        00051700
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00051800
            AND WRK-FS-CLI2505 NOT EQUAL '10'                           00051900
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00052000
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00052100
              MOVE '1150'                        TO WRK-SECAO           00052200
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00052300
              PERFORM 9000-TRATAR-ERRO                                  00052400
           END-IF.                                                      00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       1150-99-FIM.                           EXIT.                     00052800
      *----------------------------------------------------------------*00052900
                                                                        00053000
      *----------------------------------------------------------------*00053100
       1160-TESTAR-WRK-FS-MOVAPL              SECTION.                  00053200
      *----------------------------------------------------------------*00053300
                                                                        00053400
           IF WRK-FS-MOVAPL NOT EQUAL ZEROS                             00053500
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00053600
              MOVE 'ERRO NO ARQUIVO MOVAPL'      TO WRK-MENSAGEM        00053700
              MOVE '1160'                        TO WRK-SECAO           00053800
              MOVE WRK-FS-MOVAPL                 TO WRK-STATUS          00053900
              PERFORM 9000-TRATAR-ERRO                                  00054000
           END-IF.                                                      00054100
                                                                        00054200
      *----------------------------------------------------------------*00054300
       1160-99-FIM.                           EXIT.                     00054400
      *----------------------------------------------------------------*00054500
                                                                        00054600
      *----------------------------------------------------------------*00054700
       1170-TESTAR-WRK-FS-GLAPL               SECTION.                  00054800
      *----------------------------------------------------------------*00054900
                                                                        00055000
           IF WRK-FS-GLAPL NOT EQUAL ZEROS                              00055100
              MOVE 'FR05EX60'                    TO WRK-PROGRAMA        00055200
              MOVE 'ERRO NO ARQUIVO GLAPL'       TO WRK-MENSAGEM        00055300
              MOVE '1170'                        TO WRK-SECAO           00055400
              MOVE WRK-FS-GLAPL                  TO WRK-STATUS          00055500
              PERFORM 9000-TRATAR-ERRO                                  00055600
           END-IF.                                                      00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       1170-99-FIM.                           EXIT.                     00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
      ******************************************************************00056300
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00056400
      ******************************************************************00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       1300-VALIDAR-CONTROLES                 SECTION.                  00056800
      *----------------------------------------------------------------*00056900
                                                                        00057000
           MOVE 'N'                  TO WRK-TEM-HEADER                  00057100
                                        WRK-TEM-TRAILER                 00057200
           MOVE ZEROS                TO WRK-QTD-CONTROLE-MNC            00057300
                                        WRK-HASH-VALOR                  00057400
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-MNC               00057500
                                                                        00057600
           PERFORM 1340-VALIDAR-REG-MNC                                 00057700
                   UNTIL WRK-FS-MANCDB EQUAL '10'                       00057800
                                                                        00057900
           IF NOT WRK-TEM-HEADER-SIM                                    00058000
              MOVE 'MANCDB SEM REGISTRO HEADER' TO WRK-MENSAGEM         00058100
              PERFORM 1390-ERRO-CONTROLE                                00058200
           END-IF                                                       00058300
           IF NOT WRK-TEM-TRAILER-SIM                                   00058400
              MOVE 'MANCDB SEM REGISTRO TRAILER' TO WRK-MENSAGEM        00058500
              PERFORM 1390-ERRO-CONTROLE                                00058600
           END-IF                                                       00058700
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-MNC      00058800
              MOVE 'MANCDB QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM     00058900
              PERFORM 1390-ERRO-CONTROLE                                00059000
           END-IF                                                       00059100
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-VALOR           00059200
              MOVE 'MANCDB HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM     00059300
              PERFORM 1390-ERRO-CONTROLE                                00059400
           END-IF                                                       00059500
                                                                        00059600
           CLOSE MANCDB                                                 00059700
           OPEN INPUT MANCDB                                            00059800
           PERFORM 1120-TESTAR-WRK-FS-MANCDB.                           00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       1300-99-FIM.                           EXIT.                     00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       1340-VALIDAR-REG-MNC                   SECTION.                  00060600
      *----------------------------------------------------------------*00060700
                                                                        00060800
           READ MANCDB                                                  00060900
           IF WRK-FS-MANCDB EQUAL '10'                                  00061000
              GO                  TO 1340-99-FIM                        00061100
           END-IF                                                       00061200
           PERFORM 1120-TESTAR-WRK-FS-MANCDB                            00061300
                                                                        00061400
           EVALUATE FD-MNC-TIPO-REG                                     00061500
             WHEN '0'                                                   00061600
              MOVE 'S'              TO WRK-TEM-HEADER                   00061700
             WHEN '9'                                                   00061800
              MOVE 'S'              TO WRK-TEM-TRAILER                  00061900
              MOVE FD-MNC-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00062000
              MOVE FD-MNC-T-HASH-VALOR                                  00062100
                                    TO WRK-TRL-HASH-INFORMADO           00062200
             WHEN OTHER                                                 00062300
              ADD 1                 TO WRK-QTD-CONTROLE-MNC             00062400
              IF FD-MNC-CHAVE LESS WRK-CHAVE-ANT-MNC                    00062500
                 MOVE 'MANCDB FORA DE SEQUENCIA'                        00062600
                                       TO WRK-MENSAGEM                  00062700
                 PERFORM 1390-ERRO-CONTROLE                             00062800
              END-IF                                                    00062900
              MOVE FD-MNC-CHAVE     TO WRK-CHAVE-ANT-MNC                00063000
              IF FD-MNC-VALOR NUMERIC                                   00063100
                 ADD FD-MNC-VALOR   TO WRK-HASH-VALOR                   00063200
              END-IF                                                    00063300
           END-EVALUATE.                                                00063400
                                                                        00063500
      *----------------------------------------------------------------*00063600
       1340-99-FIM.                           EXIT.                     00063700
      *----------------------------------------------------------------*00063800
                                                                        00063900
      *----------------------------------------------------------------*00064000
       1390-ERRO-CONTROLE                     SECTION.                  00064100
      *----------------------------------------------------------------*00064200
                                                                        00064300
           MOVE 'FR05EX60'           TO WRK-PROGRAMA                    00064400
           MOVE '1300'               TO WRK-SECAO                       00064500
           MOVE SPACES               TO WRK-STATUS                      00064600
           PERFORM 9000-TRATAR-ERRO.                                    00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       1390-99-FIM.                           EXIT.                     00065000
      *----------------------------------------------------------------*00065100
                                                                        00065200
      *----------------------------------------------------------------*00065300
       1400-GRAVAR-HEADERS                   SECTION.                   00065400
      *----------------------------------------------------------------*00065500
                                                                        00065600
           MOVE SPACES               TO FD-MOV2505                      00065700
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00065800
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00065900
           MOVE 'FR05EX60'           TO FD-MOV2505-H-ORIGEM             00066000
           WRITE FD-MOV2505-HEADER                                      00066100
           PERFORM 1160-TESTAR-WRK-FS-MOVAPL                            00066200
                                                                        00066300
           MOVE SPACES               TO FD-GLMOV                        00066400
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00066500
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00066600
           MOVE 'FR05EX60'           TO FD-GLJ-H-ORIGEM                 00066700
           WRITE FD-GLMOV                                               00066800
           PERFORM 1170-TESTAR-WRK-FS-GLAPL.                            00066900
                                                                        00067000
      *----------------------------------------------------------------*00067100
       1400-99-FIM.                           EXIT.                     00067200
      *----------------------------------------------------------------*00067300
                                                                        00067400
      ******************************************************************00067500
      *                     L E I T U R A S                            *00067600
      ******************************************************************00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       2100-LER-CDBANT                        SECTION.                  00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
            IF WRK-FS-CDBANT EQUAL '10'                                 00068300
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CDB             00068400
               GO                    TO 2100-99-FIM                     00068500
            END-IF                                                      00068600
                                                                        00068700
            READ CDBANT                                                 00068800
            IF WRK-FS-CDBANT EQUAL '10'                                 00068900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CDB             00069000
               GO                    TO 2100-99-FIM                     00069100
            END-IF                                                      00069200
            PERFORM 1110-TESTAR-WRK-FS-CDBANT                           00069300
                                                                        00069400
            MOVE FD-CDB-CHAVE        TO WRK-CHAVE-ATUAL-CDB             00069500
            ADD 1                    TO ACUM-LIDOS-CDBANT.              00069600
                                                                        00069700
      *----------------------------------------------------------------*00069800
       2100-99-FIM.                           EXIT.                     00069900
      *----------------------------------------------------------------*00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       2200-LER-MANCDB                        SECTION.                  00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
       2200-10-LER.                                                     00070600
            READ MANCDB                                                 00070700
            IF WRK-FS-MANCDB NOT EQUAL '10'                             00070800
             AND (FD-MNC-TIPO-REG EQUAL '0'                             00070900
                  OR FD-MNC-TIPO-REG EQUAL '9')                         00071000
               GO                  TO 2200-10-LER                       00071100
            END-IF                                                      00071200
                                                                        00071300
            IF WRK-FS-MANCDB EQUAL '10'                                 00071400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MNC             00071500
               GO                    TO 2200-99-FIM                     00071600
            END-IF                                                      00071700
            PERFORM 1120-TESTAR-WRK-FS-MANCDB                           00071800
                                                                        00071900
            MOVE FD-MNC-CHAVE        TO WRK-CHAVE-ATUAL-MNC             00072000
            ADD 1                    TO ACUM-LIDOS-MANCDB.              00072100
                                                                        00072200
      *----------------------------------------------------------------*00072300
       2200-99-FIM.                           EXIT.                     00072400
      *----------------------------------------------------------------*00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       2300-LER-CLI2505                       SECTION.                  00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
       2300-10-LER.                                                     00073100
            IF WRK-FS-CLI2505 EQUAL '10'                                00073200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00073300
               GO                    TO 2300-99-FIM                     00073400
            END-IF                                                      00073500
                                                                        00073600
            READ CLI2505                                                00073700
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00073800
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00073900
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00074000
               GO                  TO 2300-10-LER                       00074100
            END-IF                                                      00074200
                                                                        00074300
            IF WRK-FS-CLI2505 EQUAL '10'                                00074400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00074500
               GO                    TO 2300-99-FIM                     00074600
            END-IF                                                      00074700
            PERFORM 1150-TESTAR-WRK-FS-CLI2505                          00074800
                                                                        00074900
            ADD 1                    TO ACUM-LIDOS-CLI2505              00075000
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00075100
                                                                        00075200
      *----------------------------------------------------------------*00075300
       2300-99-FIM.                           EXIT.                     00075400
      *----------------------------------------------------------------*00075500
                                                                        00075600
      ******************************************************************00075700
      *                     P R O C E S S A R                          *00075800
      ******************************************************************00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
       3000-PROCESSAR                        SECTION.                   00076200
      *----------------------------------------------------------------*00076300
                                                                        00076400
            EVALUATE TRUE                                               00076500
              WHEN WRK-CHAVE-ATUAL-CDB   EQUAL WRK-CHAVE-ATUAL-MNC      00076600
               PERFORM 3200-APLICAR-NO-CDB                              00076700
              WHEN WRK-CHAVE-ATUAL-CDB   LESS WRK-CHAVE-ATUAL-MNC       00076800
               PERFORM 3900-GRAVAR-CDBNOVO                              00076900
               PERFORM 2100-LER-CDBANT                                  00077000
              WHEN OTHER                                                00077100
               PERFORM 3100-APLICAR-SEM-CDB                             00077200
               PERFORM 2200-LER-MANCDB                                  00077300
            END-EVALUATE.                                               00077400
                                                                        00077500
      *----------------------------------------------------------------*00077600
       3000-99-FIM.                           EXIT.                     00077700
      *----------------------------------------------------------------*00077800
                                                                        00077900
      *----------------------------------------------------------------*00078000
      *    POSICIONA O CLI2505 NA CONTA DA TRANSACAO (O LOTE VEM EM    *00078100
      *    ORDEM DE AGENCIA+CONTA): CONTA FORA DO CADASTRO E CONTA     *00078200
      *    INEXISTENTE OU JA ENCERRADA. NA PRIMEIRA TRANSACAO DA CONTA *00078300
      *    O SALDO DO CADASTRO VIRA O SALDO DISPONIVEL PARA APLICAR,   *00078400
      *    REDUZIDO A CADA APLICACAO ACEITA DA MESMA CONTA NO LOTE     *00078500
      *----------------------------------------------------------------*00078600
       3050-VERIFICAR-CONTA                   SECTION.                  00078700
      *----------------------------------------------------------------*00078800
                                                                        00078900
            PERFORM 2300-LER-CLI2505                                    00079000
                    UNTIL WRK-CHAVE-ATUAL-CLI NOT LESS                  00079100
                          FD-MNC-CHAVE-CONTA                            00079200
                                                                        00079300
            IF WRK-CHAVE-ATUAL-CLI EQUAL FD-MNC-CHAVE-CONTA             00079400
               MOVE 'S'                TO WRK-CONTA-ABERTA              00079500
            ELSE                                                        00079600
               MOVE 'N'                TO WRK-CONTA-ABERTA              00079700
               GO                      TO 3050-99-FIM                   00079800
            END-IF                                                      00079900
                                                                        00080000
            IF WRK-CHAVE-ATUAL-CLI NOT EQUAL WRK-CHAVE-SALDO            00080100
               MOVE WRK-CHAVE-ATUAL-CLI TO WRK-CHAVE-SALDO              00080200
               MOVE FD-CLI2505-SALDO   TO WRK-SALDO-DISPONIVEL          00080300
            END-IF.                                                     00080400
                                                                        00080500
      *----------------------------------------------------------------*00080600
       3050-99-FIM.                           EXIT.                     00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
      *----------------------------------------------------------------*00081000
       3100-APLICAR-SEM-CDB                   SECTION.                  00081100
      *----------------------------------------------------------------*00081200
                                                                        00081300
            IF WRK-CHAVE-ATUAL-MNC EQUAL WRK-CHAVE-APLICADA             00081400
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00081500
                                       TO WRK-MOTIVO-RECUSA             00081600
               PERFORM 3800-GRAVAR-RECUSA                               00081700
               GO                  TO 3100-99-FIM                       00081800
            END-IF                                                      00081900
                                                                        00082000
            EVALUATE TRUE                                               00082100
              WHEN FD-MNC-OP-APLICACAO                                  00082200
               PERFORM 3300-INCLUIR-APLICACAO                           00082300
              WHEN FD-MNC-OP-RESGATE                                    00082400
               MOVE 'CDB INEXISTENTE'                                   00082500
                                       TO WRK-MOTIVO-RECUSA             00082600
               PERFORM 3800-GRAVAR-RECUSA                               00082700
              WHEN OTHER                                                00082800
               MOVE 'OPERACAO INVALIDA'                                 00082900
                                       TO WRK-MOTIVO-RECUSA             00083000
               PERFORM 3800-GRAVAR-RECUSA                               00083100
            END-EVALUATE                                                00083200
                                                                        00083300
            MOVE WRK-CHAVE-ATUAL-MNC   TO WRK-CHAVE-APLICADA.           00083400
                                                                        00083500
      *----------------------------------------------------------------*00083600
       3100-99-FIM.                           EXIT.                     00083700
      *----------------------------------------------------------------*00083800
                                                                        00083900
      *----------------------------------------------------------------*00084000
       3200-APLICAR-NO-CDB                    SECTION.                  00084100
      *----------------------------------------------------------------*00084200
                                                                        00084300
      *     CDB REPETIDO NO CADASTRO ANTIGO: SO O PRIMEIRO RECEBE A    *00084400
      *     TRANSACAO                                                  *00084500
            IF WRK-CHAVE-ATUAL-MNC EQUAL WRK-CHAVE-APLICADA             00084600
               MOVE 'TRANSACAO DUPLICADA NO LOTE'                       00084700
                                       TO WRK-MOTIVO-RECUSA             00084800
               PERFORM 3800-GRAVAR-RECUSA                               00084900
            ELSE                                                        00085000
               EVALUATE TRUE                                            00085100
                 WHEN FD-MNC-OP-APLICACAO                               00085200
                  MOVE 'CDB JA CADASTRADO'                              00085300
                                       TO WRK-MOTIVO-RECUSA             00085400
                  PERFORM 3800-GRAVAR-RECUSA                            00085500
                 WHEN FD-MNC-OP-RESGATE                                 00085600
                  PERFORM 3400-PEDIR-RESGATE                            00085700
                 WHEN OTHER                                             00085800
                  MOVE 'OPERACAO INVALIDA'                              00085900
                                       TO WRK-MOTIVO-RECUSA             00086000
                  PERFORM 3800-GRAVAR-RECUSA                            00086100
               END-EVALUATE                                             00086200
            END-IF                                                      00086300
                                                                        00086400
            PERFORM 3900-GRAVAR-CDBNOVO                                 00086500
            PERFORM 2100-LER-CDBANT                                     00086600
            MOVE WRK-CHAVE-ATUAL-MNC   TO WRK-CHAVE-APLICADA            00086700
            PERFORM 2200-LER-MANCDB.                                    00086800
                                                                        00086900
      *----------------------------------------------------------------*00087000
       3200-99-FIM.                           EXIT.                     00087100
      *----------------------------------------------------------------*00087200
                                                                        00087300
      *----------------------------------------------------------------*00087400
       3300-INCLUIR-APLICACAO                 SECTION.                  00087500
      *----------------------------------------------------------------*00087600
                                                                        00087700
            PERFORM 3050-VERIFICAR-CONTA                                00087800
            IF NOT WRK-CONTA-ABERTA-SIM                                 00087900
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00088000
                                       TO WRK-MOTIVO-RECUSA             00088100
               PERFORM 3800-GRAVAR-RECUSA                               00088200
               GO                  TO 3300-99-FIM                       00088300
            END-IF                                                      00088400
                                                                        00088500
            IF FD-MNC-VALOR NOT NUMERIC                                 00088600
             OR FD-MNC-VALOR EQUAL ZEROS                                00088700
               MOVE 'VALOR DA APLICACAO INVALIDO'                       00088800
                                       TO WRK-MOTIVO-RECUSA             00088900
               PERFORM 3800-GRAVAR-RECUSA                               00089000
               GO                  TO 3300-99-FIM                       00089100
            END-IF                                                      00089200
                                                                        00089300
            IF FD-MNC-TAXA-ANO NOT NUMERIC                              00089400
             OR FD-MNC-TAXA-ANO EQUAL ZEROS                             00089500
               MOVE 'TAXA DA APLICACAO INVALIDA'                        00089600
                                       TO WRK-MOTIVO-RECUSA             00089700
               PERFORM 3800-GRAVAR-RECUSA                               00089800
               GO                  TO 3300-99-FIM                       00089900
            END-IF                                                      00090000
                                                                        00090100
            IF FD-MNC-DATA-VENCTO NOT NUMERIC                           00090200
             OR FD-MNC-VENCTO-MES LESS 01                               00090300
             OR FD-MNC-VENCTO-MES GREATER 12                            00090400
             OR FD-MNC-VENCTO-DIA LESS 01                               00090500
             OR FD-MNC-VENCTO-DIA GREATER 31                            00090600
             OR FD-MNC-DATA-VENCTO NOT GREATER WRK-DATA-EXEC            00090700
               MOVE 'DATA DE VENCIMENTO INVALIDA'                       00090800
                                       TO WRK-MOTIVO-RECUSA             00090900
               PERFORM 3800-GRAVAR-RECUSA                               00091000
               GO                  TO 3300-99-FIM                       00091100
            END-IF                                                      00091200
                                                                        00091300
      *     SALDO BLOQUEADO E LIMITE NAO ENTRAM: SO APLICA QUEM TEM    *00091400
      *     SALDO CREDOR PARA O PRINCIPAL                              *00091500
            IF FD-MNC-VALOR GREATER WRK-SALDO-DISPONIVEL                00091600
               MOVE 'SALDO INSUFICIENTE'                                00091700
                                       TO WRK-MOTIVO-RECUSA             00091800
               PERFORM 3800-GRAVAR-RECUSA                               00091900
               GO                  TO 3300-99-FIM                       00092000
            END-IF                                                      00092100
            SUBTRACT FD-MNC-VALOR      FROM WRK-SALDO-DISPONIVEL        00092200
                                                                        00092300
      *     A AREA DO CDBANT GUARDA O PROXIMO CDB DO CADASTRO, AINDA   *00092400
      *     NAO GRAVADO: MONTA O CDB NOVO NELA E DEPOIS RESTAURA       *00092500
            MOVE FD-CDBMST             TO WRK-CDB-SALVO                 00092600
            MOVE SPACES                TO FD-CDBMST                     00092700
            MOVE FD-MNC-AGENCIA        TO FD-CDB-AGENCIA                00092800
            MOVE FD-MNC-CONTA          TO FD-CDB-CONTA                  00092900
            MOVE FD-MNC-NUMERO         TO FD-CDB-NUMERO                 00093000
            MOVE FD-MNC-VALOR          TO FD-CDB-PRINCIPAL              00093100
            MOVE FD-MNC-TAXA-ANO       TO FD-CDB-TAXA-ANO               00093200
            MOVE WRK-DATA-EXEC         TO FD-CDB-DATA-APLICACAO         00093300
                                          FD-CDB-DATA-ULT-ACUM          00093400
            MOVE FD-MNC-DATA-VENCTO    TO FD-CDB-DATA-VENCTO            00093500
            MOVE 'A'                   TO FD-CDB-STATUS                 00093600
            MOVE ZEROS                 TO FD-CDB-JUROS-ACUM             00093700
                                          FD-CDB-DIAS-UTEIS             00093800
                                          FD-CDB-IR-RETIDO              00093900
                                          FD-CDB-VALOR-LIQUIDO          00094000
            PERFORM 3900-GRAVAR-CDBNOVO                                 00094100
            ADD 1                      TO ACUM-APLICACOES               00094200
            ADD FD-MNC-VALOR           TO ACUM-VALOR-APLICADO           00094300
                                                                        00094400
            PERFORM 3500-DEBITAR-APLICACAO                              00094500
                                                                        00094600
            MOVE '3300  '              TO WRK-AUD-SECAO                 00094700
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00094800
            MOVE 'CDB'                 TO WRK-AUD-CAMPO                 00094900
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00095000
            PERFORM 3690-MONTAR-AUD-CDB                                 00095100
            MOVE WRK-AUD-CDB           TO WRK-AUD-VALOR-DEPOIS          00095200
            PERFORM 3700-GRAVAR-AUDITORIA                               00095300
                                                                        00095400
            MOVE WRK-CDB-SALVO         TO FD-CDBMST.                    00095500
                                                                        00095600
      *----------------------------------------------------------------*00095700
       3300-99-FIM.                           EXIT.                     00095800
      *----------------------------------------------------------------*00095900
                                                                        00096000
      *----------------------------------------------------------------*00096100
      *    RESGATE ANTECIPADO: SO MARCA O PEDIDO ('S'); JUROS DO DIA,  *00096200
      *    IMPOSTO DE RENDA E CREDITO NA CONTA SAO DO FR05EX61, QUE    *00096300
      *    LIQUIDA O CDB NA ROTINA NOTURNA DA MESMA DATA               *00096400
      *----------------------------------------------------------------*00096500
       3400-PEDIR-RESGATE                     SECTION.                  00096600
      *----------------------------------------------------------------*00096700
                                                                        00096800
            IF NOT FD-CDB-ATIVO                                         00096900
               MOVE 'CDB NAO ESTA ATIVO'                                00097000
                                       TO WRK-MOTIVO-RECUSA             00097100
               PERFORM 3800-GRAVAR-RECUSA                               00097200
               GO                  TO 3400-99-FIM                       00097300
            END-IF                                                      00097400
                                                                        00097500
            PERFORM 3050-VERIFICAR-CONTA                                00097600
            IF NOT WRK-CONTA-ABERTA-SIM                                 00097700
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00097800
                                       TO WRK-MOTIVO-RECUSA             00097900
               PERFORM 3800-GRAVAR-RECUSA                               00098000
               GO                  TO 3400-99-FIM                       00098100
            END-IF                                                      00098200
                                                                        00098300
            MOVE 'S'                   TO FD-CDB-STATUS                 00098400
            MOVE WRK-DATA-EXEC         TO FD-CDB-DATA-BAIXA             00098500
            ADD 1                      TO ACUM-RESGATES                 00098600
                                                                        00098700
            MOVE '3400  '              TO WRK-AUD-SECAO                 00098800
            MOVE 'A'                   TO WRK-AUD-OPERACAO              00098900
            MOVE 'STATUS'              TO WRK-AUD-CAMPO                 00099000
            MOVE 'A'                   TO WRK-AUD-VALOR-ANTES           00099100
            MOVE 'S'                   TO WRK-AUD-VALOR-DEPOIS          00099200
            PERFORM 3700-GRAVAR-AUDITORIA.                              00099300
                                                                        00099400
      *----------------------------------------------------------------*00099500
       3400-99-FIM.                           EXIT.                     00099600
      *----------------------------------------------------------------*00099700
                                                                        00099800
      *----------------------------------------------------------------*00099900
      *    DEBITO DO PRINCIPAL NA CONTA CORRENTE (MOVIMENTO 'D')       *00100000
      *----------------------------------------------------------------*00100100
       3500-DEBITAR-APLICACAO                 SECTION.                  00100200
      *----------------------------------------------------------------*00100300
                                                                        00100400
            MOVE SPACES                TO FD-MOV2505                    00100500
            MOVE FD-MNC-AGENCIA        TO FD-MOV2505-AGENCIA            00100600
            MOVE FD-MNC-CONTA          TO FD-MOV2505-CONTA              00100700
            MOVE FD-MNC-NUMERO         TO WRK-HA-NUMERO                 00100800
            MOVE WRK-HISTORICO-APL     TO FD-MOV2505-MOVIMENTO          00100900
            MOVE FD-MNC-VALOR          TO FD-MOV2505-VALOR              00101000
            MOVE 'D'                   TO FD-MOV2505-TIPO               00101100
            WRITE FD-MOV2505                                            00101200
            PERFORM 1160-TESTAR-WRK-FS-MOVAPL                           00101300
                                                                        00101400
            ADD 1                      TO ACUM-GERADOS                  00101500
            ADD FD-MNC-VALOR           TO ACUM-HASH-GERADO.             00101600
                                                                        00101700
      *----------------------------------------------------------------*00101800
       3500-99-FIM.                           EXIT.                     00101900
      *----------------------------------------------------------------*00102000
                                                                        00102100
      *----------------------------------------------------------------*00102200
       3690-MONTAR-AUD-CDB                    SECTION.                  00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
            MOVE FD-CDB-NUMERO         TO WRK-AUC-NUMERO                00102600
            MOVE FD-CDB-PRINCIPAL      TO WRK-VALOR-ED                  00102700
            MOVE SPACES                TO WRK-AUC-INFO                  00102800
            MOVE WRK-VALOR-ED          TO WRK-AUC-INFO (1:17)           00102900
            MOVE FD-CDB-DATA-VENCTO    TO WRK-AUC-INFO (19:8).          00103000
                                                                        00103100
      *----------------------------------------------------------------*00103200
       3690-99-FIM.                           EXIT.                     00103300
      *----------------------------------------------------------------*00103400
                                                                        00103500
      *----------------------------------------------------------------*00103600
       3700-GRAVAR-AUDITORIA                  SECTION.                  00103700
      *----------------------------------------------------------------*00103800
                                                                        00103900
            MOVE 'FR05EX60'            TO WRK-AUD-PROGRAMA              00104000
            MOVE 'CDBMST  '            TO WRK-AUD-TABELA                00104100
            MOVE ZEROS                 TO WRK-AUD-ID                    00104200
            MOVE SPACES                TO WRK-AUD-USUARIO               00104300
            MOVE FD-MNC-CHAVE-CONTA    TO WRK-AUD-CHAVE                 00104400
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00104500
                                                                        00104600
      *----------------------------------------------------------------*00104700
       3700-99-FIM.                           EXIT.                     00104800
      *----------------------------------------------------------------*00104900
                                                                        00105000
      *----------------------------------------------------------------*00105100
       3800-GRAVAR-RECUSA                     SECTION.                  00105200
      *----------------------------------------------------------------*00105300
                                                                        00105400
            MOVE FD-MANCDB             TO FD-CRJ-TRANSACAO              00105500
            MOVE WRK-MOTIVO-RECUSA     TO FD-CRJ-MOTIVO                 00105600
            WRITE FD-CDBREJ                                             00105700
            PERFORM 1140-TESTAR-WRK-FS-CDBREJ                           00105800
            ADD 1                      TO ACUM-RECUSADAS                00105900
                                                                        00106000
            MOVE 'A'                   TO WRK-SEVERIDADE                00106100
            MOVE 'FR05EX60'            TO WRK-PROGRAMA                  00106200
            MOVE '3800  '              TO WRK-SECAO                     00106300
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00106400
            MOVE FD-MNC-CHAVE-CONTA    TO WRK-STATUS                    00106500
            CALL 'GRAVALOG'            USING WRK-LOG.                   00106600
                                                                        00106700
      *----------------------------------------------------------------*00106800
       3800-99-FIM.                           EXIT.                     00106900
      *----------------------------------------------------------------*00107000
                                                                        00107100
      *----------------------------------------------------------------*00107200
       3900-GRAVAR-CDBNOVO                    SECTION.                  00107300
      *----------------------------------------------------------------*00107400
                                                                        00107500
            WRITE FD-CDBNOVO           FROM FD-CDBMST                   00107600
            PERFORM 1130-TESTAR-WRK-FS-CDBNOVO                          00107700
            ADD 1                      TO ACUM-GRAV-CDBNOVO.            00107800
                                                                        00107900
      *----------------------------------------------------------------*00108000
       3900-99-FIM.                           EXIT.                     00108100
      *----------------------------------------------------------------*00108200
                                                                        00108300
      ******************************************************************00108400
      *                     F I N A L I Z A R                          *00108500
      ******************************************************************00108600
                                                                        00108700
      *----------------------------------------------------------------*00108800
       4000-FINALIZAR                        SECTION.                   00108900
      *----------------------------------------------------------------*00109000
                                                                        00109100
            MOVE SPACES               TO FD-MOV2505                     00109200
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00109300
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00109400
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00109500
            WRITE FD-MOV2505                                            00109600
            PERFORM 1160-TESTAR-WRK-FS-MOVAPL                           00109700
                                                                        00109800
      *     PARTIDA DO DIA: DEBITO CAIXA / MOVIMENTO DO DIA, CREDITO  * 00109900
      *     DEPOSITOS A PRAZO                                          *00110000
            IF ACUM-VALOR-APLICADO GREATER ZEROS                        00110100
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-DEB             00110200
               MOVE WRK-CONTA-CDB      TO WRK-CONTA-CTB-CRE             00110300
               MOVE ACUM-VALOR-APLICADO TO WRK-VALOR-LANC               00110400
               MOVE 'APLICACOES CDB'   TO WRK-HISTORICO-LANC            00110500
               PERFORM 4100-GRAVAR-PARTIDA                              00110600
            END-IF                                                      00110700
                                                                        00110800
            MOVE SPACES               TO FD-GLMOV                       00110900
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00111000
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00111100
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00111200
            WRITE FD-GLMOV                                              00111300
            PERFORM 1170-TESTAR-WRK-FS-GLAPL                            00111400
                                                                        00111500
            CLOSE MANCDB                                                00111600
                  CLI2505                                               00111700
                  CDBNOVO                                               00111800
                  CDBREJ                                                00111900
                  MOVAPL                                                00112000
                  GLAPL                                                 00112100
            IF WRK-FS-CDBANT NOT EQUAL '10'                             00112200
               CLOSE CDBANT                                             00112300
            END-IF                                                      00112400
                                                                        00112500
            DISPLAY '*************************************************' 00112600
            DISPLAY '   MANUTENCAO DO CADASTRO DE CDB                 ' 00112700
            DISPLAY '                                                 ' 00112800
            DISPLAY '  LIDOS CDBANT        :  ' ACUM-LIDOS-CDBANT       00112900
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00113000
            DISPLAY '  LIDOS MANCDB        :  ' ACUM-LIDOS-MANCDB       00113100
            DISPLAY '  GRAVADOS CDBNOVO    :  ' ACUM-GRAV-CDBNOVO       00113200
            DISPLAY '  APLICACOES          :  ' ACUM-APLICACOES         00113300
            DISPLAY '  VALOR APLICADO      :  ' ACUM-VALOR-APLICADO     00113400
            DISPLAY '  RESGATES PEDIDOS    :  ' ACUM-RESGATES           00113500
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00113600
            DISPLAY '                                                 ' 00113700
            DISPLAY '*************************************************'.00113800
                                                                        00113900
      *----------------------------------------------------------------*00114000
       4000-99-FIM.                           EXIT.                     00114100
      *----------------------------------------------------------------*00114200
                                                                        00114300
      *----------------------------------------------------------------*00114400
       4100-GRAVAR-PARTIDA                   SECTION.                   00114500
      *----------------------------------------------------------------*00114600
                                                                        00114700
            MOVE SPACES                TO FD-GLMOV                      00114800
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00114900
            MOVE WRK-CONTA-CTB-DEB     TO FD-GLJ-CONTA-CTB              00115000
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00115100
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00115200
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00115300
            WRITE FD-GLMOV                                              00115400
            PERFORM 1170-TESTAR-WRK-FS-GLAPL                            00115500
                                                                        00115600
            MOVE SPACES                TO FD-GLMOV                      00115700
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00115800
            MOVE WRK-CONTA-CTB-CRE     TO FD-GLJ-CONTA-CTB              00115900
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00116000
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00116100
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00116200
            WRITE FD-GLMOV                                              00116300
            PERFORM 1170-TESTAR-WRK-FS-GLAPL                            00116400
                                                                        00116500
            ADD 2                      TO ACUM-LANCAMENTOS              00116600
            ADD WRK-VALOR-LANC         TO ACUM-SOMA-DEBITOS.            00116700
                                                                        00116800
      *----------------------------------------------------------------*00116900
       4100-99-FIM.                           EXIT.                     00117000
      *----------------------------------------------------------------*00117100
                                                                        00117200
      ******************************************************************00117300
      *                   T R A T A R  E R R O                         *00117400
      ******************************************************************00117500
                                                                        00117600
       9000-TRATAR-ERRO                     SECTION.                    00117700
      *----------------------------------------------------------------*00117800
                                                                        00117900
                  MOVE 'F'                TO WRK-SEVERIDADE             00118000
                  CALL 'GRAVALOG'         USING WRK-LOG                 00118100
                  MOVE 16                 TO RETURN-CODE                00118200
                  GOBACK.                                               00118300
                                                                        00118400
      *----------------------------------------------------------------*00118500
       9000-99-FIM.                           EXIT.                     00118600
      *----------------------------------------------------------------*00118700
