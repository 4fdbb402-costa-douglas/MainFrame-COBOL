      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX53.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX53                                       *00002000
      *    TIPO.......: LIQUIDACAO E ENCERRAMENTO DE CONTA             *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : LEVAR O PEDIDO DE ENCERRAMENTO DE CONTA (PEDENC, *00002800
      *               DIGITADO PELAS AGENCIAS) ATE A CONTA ENCERRADA,  *00002900
      *               SEM CONTA FEITA A MAO. NUMA UNICA PASSADA POR    *00003000
      *               CHAVE SOBRE O CADASTRO, O ACUMULO DE JUROS, O    *00003100
      *               CADASTRO DE DEBITOS AUTOMATICOS, O LOTE MANCLI E *00003200
      *               O ARQUIVO DE ENCERRAMENTOS EM ANDAMENTO:         *00003300
      *                 - PEDIDO NOVO: APURA OS JUROS DE CHEQUE        *00003400
      *                   ESPECIAL ACUMULADOS (JURACUM), A TARIFA      *00003500
      *                   MENSAL PRO RATA (DIAS DO MES / 30, TABELA    *00003600
      *                   B#TARIF DO SEGMENTO) E O SALDO FINAL. CONTA  *00000000
      *                   COM BLOQUEIO ATIVO NO BLOQJUD (TIPO 'T', 'D' *00000000
      *                   OU 'V'): PEDIDO RECUSADO, A CARTA DA O       *00000000
      *                   MOTIVO. SALDO FINAL DEVEDOR: PEDIDO          *00000000
      *                   RECUSADO, A CARTA PEDE A COBERTURA. SENAO    *00000000
      *                   GRAVA OS MOVIMENTOS 'J',                     *00000000
      *                   'F', O IOF 'D' (ACUMULADO NO JURACUM) E A    *00003966
      *                   DEVOLUCAO 'D' DO SALDO NO ENVELOPE           *00004032
      *                   MOVENC (LAYOUT B#MOVREG, ORIGEM DE CAPTURA   *00004100
      *                   DO FR05ORG), CANCELA AS ORDENS DO DEBAUTO,   *00004200
      *                   RETIRA A CONTA DO JURACUM, EMITE A CARTA DE  *00004300
      *                   ENCERRAMENTO COM O DEMONSTRATIVO FINAL E     *00004400
      *                   GRAVA O ENCERRAMENTO EM ANDAMENTO ('L');     *00004500
      *                 - EM ANDAMENTO 'L': QUANDO O CICLO JA POSTOU A *00004600
      *                   LIQUIDACAO (DATA DO ULTIMO MOVIMENTO DA      *00004700
      *                   CONTA >= DATA DA LIQUIDACAO) E O SALDO ESTA  *00004800
      *                   ZERADO, INCLUI O ENCERRAMENTO 'E' NO LOTE    *00004900
      *                   MANCLI DO FR05MAN E PASSA A 'E'; SALDO NAO   *00005000
      *                   ZERADO APOS A POSTAGEM E DIVERGENCIA (SAI DO *00005100
      *                   ANDAMENTO, COM AVISO NO LOG);                *00005200
      *                 - EM ANDAMENTO 'E': CONTA FORA DO CADASTRO E   *00005300
      *                   ENCERRAMENTO CONCLUIDO; AINDA NO CADASTRO, O *00005400
      *                   'E' E REENVIADO.                             *00005500
      *               O LOTE MANCLI DAS AGENCIAS (SE HOUVER) E         *00005600
      *               REGRAVADO COM OS ENCERRAMENTOS INTERCALADOS POR  *00005700
      *               CHAVE. HEADER E TRAILER DAS AGENCIAS SAO         *00005800
      *               MANTIDOS (O TRAILER SOMA OS 'E' INCLUIDOS), PARA *00005900
      *               O FR05EX20 CONTINUAR VALIDANDO O LOTE DELAS.     *00006000
      *----------------------------------------------------------------*00006100
      *    ARQUIVOS :                                                  *00006200
      *    DDNAME          I/O                                         *00006300
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00006400
      *    JCLPEDID         I    PEDIDOS DE ENCERRAMENTO (POR CHAVE)   *00006500
      *    JCLENCAN         I    ENCERRAMENTOS EM ANDAMENTO ANTERIOR   *00006600
      *    JCLJURAN         I    ACUMULO DE JUROS (FR05EX21)           *00006700
      *    JCLDEBAU         I    CADASTRO DE DEBITOS AUTOMATICOS       *00006800
      *    JCLMANAN         I    LOTE MANCLI DAS AGENCIAS              *00006900
      *    JCLTARIF         I    TABELA DE TAXAS E TARIFAS             *00007000
      *    JCLENDER         I    CADASTRO DE ENDERECOS (FR05EX25)      *00007100
      *    JCLBLQ           I    BLOQUEIOS JUDICIAIS (VSAM KSDS)       *00000000
      *    JCLENCNV         O    ENCERRAMENTOS EM ANDAMENTO REGRAVADO  *00007200
      *    JCLJURNO         O    ACUMULO DE JUROS REGRAVADO            *00007300
      *    JCLDEBNV         O    DEBITOS AUTOMATICOS REGRAVADO         *00007400
      *    JCLMANNV         O    LOTE MANCLI COM OS ENCERRAMENTOS      *00007500
      *    JCLMOVEN         O    MOVIMENTOS DA LIQUIDACAO (MOV2505)    *00007600
      *    JCLCARTA         O    CARTAS DE ENCERRAMENTO                *00007700
      *    JCLRELEN         O    RELATORIO DE ENCERRAMENTOS            *00007800
      *----------------------------------------------------------------*00007900
      *    BOOKS    :    B#CLIMST, B#PEDENC, B#ENCPEN, B#JURAC,        *00008000
      *                  B#DEBAUT, B#TARIF, B#ENDCLI, B#MOVREG,        *00008100
      *                  B#GRALOG, B#RUNCTL, B#DATPRC, B#BLOQJ         *00000000
      *----------------------------------------------------------------*00008300
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00008400
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00008500
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00008600
      *----------------------------------------------------------------*00008700
      *    PARAMETROS (VIA SYSIN):                                     *00008800
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00008900
      *----------------------------------------------------------------*00009000
      *    HISTORICO DE ALTERACOES:                                    *00009100
      *      DATA        RESP.    DESCRICAO                            *00009200
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00009300
      *      15/10/2026  DPC      IOF DO CHEQUE ESPECIAL ACUMULADO NO  *00009314
      *                           JURACUM ENTRA NA LIQUIDACAO (DEBITO  *00009328
      *                           'D' PROPRIO E LINHA NA CARTA); A     *00009342
      *                           CONTA FICA NO JURACUM COM O IOF      *00009356
      *                           MARCADO COMO COBRADO, PARA O         *00009370
      *                           FR05EX21 RECOLHER NA VIRADA          *00009384
      *      15/10/2026  DPC      PEDIDO DE CONTA COM BLOQUEIO ATIVO   *00000000
      *                           NO BLOQJUD ('T', 'D' OU 'V') E       *00000000
      *                           RECUSADO ANTES DE QUALQUER MOVIMENTO *00000000
      ******************************************************************00009400
      *================================================================*00009500
                                                                        00009600
      *================================================================*00009700
       ENVIRONMENT                                DIVISION.             00009800
      *================================================================*00009900
                                                                        00010000
      *----------------------------------------------------------------*00010100
       CONFIGURATION                              SECTION.              00010200
      *----------------------------------------------------------------*00010300
                                                                        00010400
       SPECIAL-NAMES.                                                   00010500
           DECIMAL-POINT IS COMMA.                                      00010600
                                                                        00010700
      *----------------------------------------------------------------*00010800
       INPUT-OUTPUT                               SECTION.              00010900
      *----------------------------------------------------------------*00011000
                                                                        00011100
       FILE-CONTROL.                                                    00011200
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00011300
                    ORGANIZATION    IS INDEXED                          00011400
                    ACCESS MODE     IS SEQUENTIAL                       00011500
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00011600
                    FILE STATUS          IS WRK-FS-CLI2505.             00011700
                                                                        00011800
             SELECT PEDENC    ASSIGN     TO JCLPEDID                    00011900
                    FILE STATUS          IS WRK-FS-PEDENC.              00012000
                                                                        00012100
             SELECT ENCANT    ASSIGN     TO JCLENCAN                    00012200
                    FILE STATUS          IS WRK-FS-ENCANT.              00012300
                                                                        00012400
             SELECT JURANT    ASSIGN     TO JCLJURAN                    00012500
                    FILE STATUS          IS WRK-FS-JURANT.              00012600
                                                                        00012700
             SELECT DEBAUTO   ASSIGN     TO JCLDEBAU                    00012800
                    FILE STATUS          IS WRK-FS-DEBAUTO.             00012900
                                                                        00013000
             SELECT MANANT    ASSIGN     TO JCLMANAN                    00013100
                    FILE STATUS          IS WRK-FS-MANANT.              00013200
                                                                        00013300
             SELECT TARIFAS   ASSIGN     TO JCLTARIF                    00013400
                    FILE STATUS          IS WRK-FS-TARIFAS.             00013500
                                                                        00013600
             SELECT ENDCLI    ASSIGN     TO JCLENDER                    00013700
                    FILE STATUS          IS WRK-FS-ENDCLI.              00013800
                                                                        00000000
             SELECT BLOQJUD   ASSIGN     TO JCLBLQ                      00000000
                    ORGANIZATION    IS INDEXED                          00000000
                    ACCESS MODE     IS SEQUENTIAL                       00000000
                    RECORD KEY      IS FD-BLQ-CHAVE                     00000000
                    FILE STATUS          IS WRK-FS-BLOQJUD.             00000000
                                                                        00013900
             SELECT ENCNOVO   ASSIGN     TO JCLENCNV                    00014000
                    FILE STATUS          IS WRK-FS-ENCNOVO.             00014100
                                                                        00014200
             SELECT JURNOVO   ASSIGN     TO JCLJURNO                    00014300
                    FILE STATUS          IS WRK-FS-JURNOVO.             00014400
                                                                        00014500
             SELECT DEBNOVO   ASSIGN     TO JCLDEBNV                    00014600
                    FILE STATUS          IS WRK-FS-DEBNOVO.             00014700
                                                                        00014800
             SELECT MANNOVO   ASSIGN     TO JCLMANNV                    00014900
                    FILE STATUS          IS WRK-FS-MANNOVO.             00015000
                                                                        00015100
             SELECT MOVENC    ASSIGN     TO JCLMOVEN                    00015200
                    FILE STATUS          IS WRK-FS-MOVENC.              00015300
                                                                        00015400
             SELECT CARTAS    ASSIGN     TO JCLCARTA                    00015500
                    FILE STATUS          IS WRK-FS-CARTAS.              00015600
                                                                        00015700
             SELECT RELENC    ASSIGN     TO JCLRELEN                    00015800
                    FILE STATUS          IS WRK-FS-RELENC.              00015900
                                                                        00016000
      *================================================================*00016100
       DATA                                      DIVISION.              00016200
      *================================================================*00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
       FILE                                      SECTION.               00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
      *----------------------------------------------------------------*00016900
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00017000
      *----------------------------------------------------------------*00017100
                                                                        00017200
       FD CLI2505.                                                      00017300
                                                                        00017400
           COPY 'B#CLIMST'.                                             00017500
                                                                        00017600
      *----------------------------------------------------------------*00017700
      *  INPUT - PEDIDOS DE ENCERRAMENTO (PEDENC) - LRECL = 080.       *00017800
      *----------------------------------------------------------------*00017900
                                                                        00018000
       FD PEDENC                                                        00018100
           RECORDING MODE IS F                                          00018200
           BLOCK CONTAINS 0 RECORDS.                                    00018300
                                                                        00018400
           COPY 'B#PEDENC'.                                             00018500
                                                                        00018600
      *----------------------------------------------------------------*00018700
      *  INPUT - ENCERRAMENTOS EM ANDAMENTO (ENCANT) - LRECL = 060.    *00018800
      *----------------------------------------------------------------*00018900
                                                                        00019000
       FD ENCANT                                                        00019100
           RECORDING MODE IS F                                          00019200
           BLOCK CONTAINS 0 RECORDS.                                    00019300
                                                                        00019400
           COPY 'B#ENCPEN'.                                             00019500
                                                                        00019600
      *----------------------------------------------------------------*00019700
      *  INPUT - ACUMULO DE JUROS (JURANT) - LRECL = 040.              *00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       FD JURANT                                                        00020100
           RECORDING MODE IS F                                          00020200
           BLOCK CONTAINS 0 RECORDS.                                    00020300
                                                                        00020400
           COPY 'B#JURAC'.                                              00020500
                                                                        00020600
      *----------------------------------------------------------------*00020700
      *  INPUT - DEBITOS AUTOMATICOS (DEBAUTO) - LRECL = 060.          *00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       FD DEBAUTO                                                       00021100
           RECORDING MODE IS F                                          00021200
           BLOCK CONTAINS 0 RECORDS.                                    00021300
                                                                        00021400
           COPY 'B#DEBAUT'.                                             00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
      *  INPUT - LOTE MANCLI DAS AGENCIAS (MANANT) - LRECL = 080.      *00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       FD MANANT                                                        00022100
           RECORDING MODE IS F                                          00022200
           BLOCK CONTAINS 0 RECORDS.                                    00022300
       01 FD-MANCLI.                                                    00022400
          05 FD-MAN-TIPO-REG          PIC X(01).                        00022500
          05 FD-MAN-OPERACAO          PIC X(01).                        00022600
              88 FD-MAN-OP-ENCERRA        VALUE 'E'.                    00022700
          05 FD-MAN-CHAVE.                                              00022800
             10 FD-MAN-AGENCIA        PIC 9(04).                        00022900
             10 FD-MAN-CONTA          PIC 9(06).                        00023000
          05 FD-MAN-NOME              PIC X(30).                        00023100
          05 FD-MAN-LIM-CHESP         PIC 9(06)V99.                     00023200
          05 FD-MAN-SEGMENTO          PIC X(01).                        00023300
          05 FD-MAN-TIPO-CONTA        PIC X(01).                        00023400
          05 FD-MAN-DOCUMENTO         PIC X(14).                        00023500
          05 FILLER                   PIC X(14).                        00023600
                                                                        00023700
       01 FD-MAN-TRAILER.                                               00023800
          05 FD-MAN-T-TIPO            PIC X(01).                        00023900
          05 FD-MAN-T-QTD-REG         PIC 9(07).                        00024000
          05 FD-MAN-T-HASH-LIM        PIC 9(10)V99.                     00024100
          05 FILLER                   PIC X(60).                        00024200
                                                                        00024300
      *----------------------------------------------------------------*00024400
      *  INPUT - TABELA DE TAXAS E TARIFAS (TARIFAS) - LRECL = 030.    *00024500
      *----------------------------------------------------------------*00024600
                                                                        00024700
       FD TARIFAS                                                       00024800
           RECORDING MODE IS F                                          00024900
           BLOCK CONTAINS 0 RECORDS.                                    00025000
       01 FD-TARIFAS        PIC X(030).                                 00025100
                                                                        00025200
      *----------------------------------------------------------------*00025300
      *  INPUT - CADASTRO DE ENDERECOS (ENDCLI) - LRECL = 120.         *00025400
      *----------------------------------------------------------------*00025500
                                                                        00025600
       FD ENDCLI                                                        00025700
           RECORDING MODE IS F                                          00025800
           BLOCK CONTAINS 0 RECORDS.                                    00025900
                                                                        00026000
           COPY 'B#ENDCLI'.                                             00026100
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *  INPUT - BLOQUEIOS JUDICIAIS (VSAM KSDS) - LRECL = 080.        *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD BLOQJUD.                                                      00000000
                                                                        00000000
           COPY 'B#BLOQJ'.                                              00000000
                                                                        00026200
      *----------------------------------------------------------------*00026300
      *  OUTPUT - ENCERRAMENTOS EM ANDAMENTO REGRAVADO - LRECL = 060.  *00026400
      *----------------------------------------------------------------*00026500
                                                                        00026600
       FD ENCNOVO                                                       00026700
           RECORDING MODE IS F                                          00026800
           BLOCK CONTAINS 0 RECORDS.                                    00026900
       01 FD-ENCNOVO        PIC X(060).                                 00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
      *  OUTPUT - ACUMULO DE JUROS REGRAVADO - LRECL = 040.            *00027300
      *----------------------------------------------------------------*00027400
                                                                        00027500
       FD JURNOVO                                                       00027600
           RECORDING MODE IS F                                          00027700
           BLOCK CONTAINS 0 RECORDS.                                    00027800
       01 FD-JURNOVO        PIC X(040).                                 00027900
                                                                        00028000
      *----------------------------------------------------------------*00028100
      *  OUTPUT - DEBITOS AUTOMATICOS REGRAVADO - LRECL = 060.         *00028200
      *----------------------------------------------------------------*00028300
                                                                        00028400
       FD DEBNOVO                                                       00028500
           RECORDING MODE IS F                                          00028600
           BLOCK CONTAINS 0 RECORDS.                                    00028700
       01 FD-DEBNOVO        PIC X(060).                                 00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
      *  OUTPUT - LOTE MANCLI COM OS ENCERRAMENTOS - LRECL = 080.      *00029100
      *----------------------------------------------------------------*00029200
                                                                        00029300
       FD MANNOVO                                                       00029400
           RECORDING MODE IS F                                          00029500
           BLOCK CONTAINS 0 RECORDS.                                    00029600
       01 FD-MANNOVO        PIC X(080).                                 00029700
                                                                        00029800
       01 FD-MNV-HEADER.                                                00029900
          05 FD-MNV-H-TIPO            PIC X(01).                        00030000
          05 FD-MNV-H-ORIGEM          PIC X(08).                        00030100
          05 FD-MNV-H-DATA            PIC X(08).                        00030200
          05 FILLER                   PIC X(63).                        00030300
                                                                        00030400
       01 FD-MNV-TRAILER.                                               00030500
          05 FD-MNV-T-TIPO            PIC X(01).                        00030600
          05 FD-MNV-T-QTD-REG         PIC 9(07).                        00030700
          05 FD-MNV-T-HASH-LIM        PIC 9(10)V99.                     00030800
          05 FILLER                   PIC X(60).                        00030900
                                                                        00031000
      *----------------------------------------------------------------*00031100
      *  OUTPUT - MOVIMENTOS DA LIQUIDACAO (MOVENC) - LRECL = 106.     *00031200
      *----------------------------------------------------------------*00031300
                                                                        00031400
       FD MOVENC                                                        00031500
           RECORDING MODE IS F                                          00031600
           BLOCK CONTAINS 0 RECORDS.                                    00031700
                                                                        00031800
           COPY 'B#MOVREG'.                                             00031900
                                                                        00032000
      *----------------------------------------------------------------*00032100
      *  OUTPUT - CARTAS DE ENCERRAMENTO - LRECL = 080.                *00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
       FD CARTAS                                                        00032500
           RECORDING MODE IS F                                          00032600
           BLOCK CONTAINS 0 RECORDS.                                    00032700
       01 FD-CARTAS         PIC X(080).                                 00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
      *  OUTPUT - RELATORIO DE ENCERRAMENTOS (RELENC) - LRECL = 080.   *00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
       FD RELENC                                                        00033400
           RECORDING MODE IS F                                          00033500
           BLOCK CONTAINS 0 RECORDS.                                    00033600
       01 FD-RELENC         PIC X(080).                                 00033700
                                                                        00033800
      *----------------------------------------------------------------*00033900
       WORKING-STORAGE                            SECTION.              00034000
      *----------------------------------------------------------------*00034100
      *----------------------------------------------------------------*00034200
       01 FILLER                         PIC X(050)       VALUE         00034300
                   '*** INICIO DA WORKING FR05EX53 ***'.                00034400
      *----------------------------------------------------------------*00034500
                                                                        00034600
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00034700
       77 WRK-FS-PEDENC                  PIC X(002) VALUE SPACES.       00034800
       77 WRK-FS-ENCANT                  PIC X(002) VALUE SPACES.       00034900
       77 WRK-FS-JURANT                  PIC X(002) VALUE SPACES.       00035000
       77 WRK-FS-DEBAUTO                 PIC X(002) VALUE SPACES.       00035100
       77 WRK-FS-MANANT                  PIC X(002) VALUE SPACES.       00035200
       77 WRK-FS-TARIFAS                 PIC X(002) VALUE SPACES.       00035300
       77 WRK-FS-ENDCLI                  PIC X(002) VALUE SPACES.       00035400
       77 WRK-FS-BLOQJUD                 PIC X(002) VALUE SPACES.       00000000
       77 WRK-FS-ENCNOVO                 PIC X(002) VALUE SPACES.       00035500
       77 WRK-FS-JURNOVO                 PIC X(002) VALUE SPACES.       00035600
       77 WRK-FS-DEBNOVO                 PIC X(002) VALUE SPACES.       00035700
       77 WRK-FS-MANNOVO                 PIC X(002) VALUE SPACES.       00035800
       77 WRK-FS-MOVENC                  PIC X(002) VALUE SPACES.       00035900
       77 WRK-FS-CARTAS                  PIC X(002) VALUE SPACES.       00036000
       77 WRK-FS-RELENC                  PIC X(002) VALUE SPACES.       00036100
                                                                        00036200
      *----------------------------------------------------------------*00036300
       01 FILLER                         PIC X(050)       VALUE         00036400
                     '*** AREA DA ACUMULADORES ***'.                    00036500
      *----------------------------------------------------------------*00036600
                                                                        00036700
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00036800
       77 ACUM-PEDIDOS                   PIC 9(007) VALUE ZEROS.        00036900
       77 ACUM-PEDIDOS-DUPLIC            PIC 9(007) VALUE ZEROS.        00037000
       77 ACUM-LIQUIDADAS                PIC 9(007) VALUE ZEROS.        00037100
       77 ACUM-RECUSADAS                 PIC 9(007) VALUE ZEROS.        00037200
       77 ACUM-ENVIADAS-MANCLI           PIC 9(007) VALUE ZEROS.        00037300
       77 ACUM-ENCERRADAS                PIC 9(007) VALUE ZEROS.        00037400
       77 ACUM-DIVERGENTES               PIC 9(007) VALUE ZEROS.        00037500
       77 ACUM-ORDENS-CANCELADAS         PIC 9(007) VALUE ZEROS.        00037600
       77 ACUM-ANDAMENTO                 PIC 9(007) VALUE ZEROS.        00037700
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00037800
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00037900
       77 ACUM-VALOR-DEVOLVIDO           PIC 9(011)V99 VALUE ZEROS.     00038000
       77 ACUM-VALOR-IOF                 PIC 9(011)V99 VALUE ZEROS.     00038050
                                                                        00038100
      *----------------------------------------------------------------*00038200
       01 FILLER                         PIC X(050)       VALUE         00038300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00038400
      *----------------------------------------------------------------*00038500
                                                                        00038600
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00038700
       77 WRK-CHAVE-ATUAL-PED            PIC X(010) VALUE SPACES.       00038800
       77 WRK-CHAVE-ATUAL-ENC            PIC X(010) VALUE SPACES.       00038900
       77 WRK-CHAVE-ATUAL-JUR            PIC X(010) VALUE SPACES.       00039000
       77 WRK-CHAVE-ATUAL-DEB            PIC X(010) VALUE SPACES.       00039100
       77 WRK-CHAVE-ATUAL-MAN            PIC X(010) VALUE SPACES.       00039200
       77 WRK-CHAVE-ATUAL-END            PIC X(010) VALUE SPACES.       00039300
       77 WRK-CHAVE-ATUAL-BLQ            PIC X(010) VALUE SPACES.       00000000
       77 WRK-CHAVE-PROC                 PIC X(010) VALUE SPACES.       00039400
       77 WRK-SEM-PEDENC                 PIC X(001) VALUE 'N'.          00039500
           88 WRK-SEM-PEDENC-SIM                    VALUE 'S'.          00039600
       77 WRK-SEM-ENCANT                 PIC X(001) VALUE 'N'.          00039700
           88 WRK-SEM-ENCANT-SIM                    VALUE 'S'.          00039800
       77 WRK-SEM-JURANT                 PIC X(001) VALUE 'N'.          00039900
           88 WRK-SEM-JURANT-SIM                    VALUE 'S'.          00040000
       77 WRK-SEM-DEBAUTO                PIC X(001) VALUE 'N'.          00040100
           88 WRK-SEM-DEBAUTO-SIM                   VALUE 'S'.          00040200
       77 WRK-SEM-MANANT                 PIC X(001) VALUE 'N'.          00040300
           88 WRK-SEM-MANANT-SIM                    VALUE 'S'.          00040400
       77 WRK-SEM-ENDCLI                 PIC X(001) VALUE 'N'.          00040500
           88 WRK-SEM-ENDCLI-SIM                    VALUE 'S'.          00040600
       77 WRK-SEM-BLOQJUD                PIC X(001) VALUE 'N'.          00000000
           88 WRK-SEM-BLOQJUD-SIM                   VALUE 'S'.          00000000
       77 WRK-HEADER-MAN                 PIC X(001) VALUE 'N'.          00040700
           88 WRK-HEADER-MAN-SIM                    VALUE 'S'.          00040800
       77 WRK-HEADER-PROPRIO             PIC X(001) VALUE 'N'.          00040900
           88 WRK-HEADER-PROPRIO-SIM                VALUE 'S'.          00041000
       77 WRK-TRAILER-MAN                PIC X(001) VALUE 'N'.          00041100
           88 WRK-TRAILER-MAN-SIM                   VALUE 'S'.          00041200
       77 WRK-TRL-QTD-MAN                PIC 9(007) VALUE ZEROS.        00041300
       77 WRK-TRL-HASH-MAN               PIC 9(010)V99 VALUE ZEROS.     00041400
       77 WRK-LIQUIDAR                   PIC X(001) VALUE 'N'.          00041500
           88 WRK-LIQUIDAR-SIM                      VALUE 'S'.          00041600
       77 WRK-GERAR-E                    PIC X(001) VALUE 'N'.          00041700
           88 WRK-GERAR-E-SIM                       VALUE 'S'.          00041800
       77 WRK-MAN-TEM-E                  PIC X(001) VALUE 'N'.          00041900
           88 WRK-MAN-TEM-E-SIM                     VALUE 'S'.          00042000
       77 WRK-TEM-ORDEM                  PIC X(001) VALUE 'N'.          00042100
           88 WRK-TEM-ORDEM-SIM                     VALUE 'S'.          00042200
       77 WRK-BLQ-ATIVO                  PIC X(001) VALUE 'N'.          00000000
           88 WRK-BLQ-ATIVO-SIM                     VALUE 'S'.          00000000
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00042300
       77 WRK-DIA-MES                    PIC 9(002) VALUE ZEROS.        00042400
       77 WRK-TARIFA-MENSAL              PIC 9(006)V99 VALUE ZEROS.     00042500
       77 WRK-VALOR-JUROS                PIC 9(008)V99 VALUE ZEROS.     00042600
       77 WRK-VALOR-TARIFA               PIC 9(008)V99 VALUE ZEROS.     00042700
       77 WRK-VALOR-IOF                  PIC 9(008)V99 VALUE ZEROS.     00042750
       77 WRK-SALDO-FINAL                PIC S9(009)V99 VALUE ZEROS.    00042800
       77 WRK-VALOR-MOV                  PIC 9(008)V99 VALUE ZEROS.     00042900
       77 WRK-TIPO-MOV                   PIC X(001) VALUE SPACES.       00043000
       77 WRK-HIST-MOV                   PIC X(030) VALUE SPACES.       00043100
       77 WRK-QTD-MOV-CONTA              PIC 9(001) VALUE ZEROS.        00043200
       77 WRK-ACAO                       PIC X(012) VALUE SPACES.       00043300
                                                                        00043400
      *----------------------------------------------------------------*00043500
      *    TARIFA MENSAL POR SEGMENTO (LINHA EM BRANCO = PADRAO)       *00043600
      *----------------------------------------------------------------*00043700
                                                                        00043800
       01 WRK-TARIFAS-SEG.                                              00043900
          05 WRK-TAR-SEG-PADRAO          PIC 9(06)V99 VALUE ZEROS.      00044000
          05 WRK-TAR-SEG-VAREJO          PIC 9(06)V99 VALUE ZEROS.      00044100
          05 WRK-TAR-SEG-EMPRESA         PIC 9(06)V99 VALUE ZEROS.      00044200
          05 WRK-TAR-SEG-GOVERNO         PIC 9(06)V99 VALUE ZEROS.      00044300
                                                                        00044400
       COPY 'B#TARIF'.                                                  00044500
                                                                        00044600
      *----------------------------------------------------------------*00044700
      *    AREA DE MONTAGEM DO ENCERRAMENTO EM ANDAMENTO               *00044800
      *----------------------------------------------------------------*00044900
                                                                        00045000
       01 WRK-ENCSAI.                                                   00045100
          05 WRK-ENS-CHAVE               PIC X(010).                    00045200
          05 WRK-ENS-SITUACAO            PIC X(001).                    00045300
              88 WRK-ENS-LIQUIDADA                  VALUE 'L'.          00045400
              88 WRK-ENS-ENVIADA                    VALUE 'E'.          00045500
          05 WRK-ENS-DATA-PEDIDO         PIC X(008).                    00045600
          05 WRK-ENS-DATA-LIQUIDACAO     PIC X(008).                    00045700
          05 WRK-ENS-VALOR-JUROS         PIC 9(008)V99.                 00045800
          05 WRK-ENS-VALOR-TARIFA        PIC 9(008)V99.                 00045900
          05 WRK-ENS-VALOR-DEVOLVIDO     PIC 9(008)V99.                 00046000
          05 FILLER                      PIC X(003).                    00046100
                                                                        00046200
      *----------------------------------------------------------------*00046300
      *    AREA DE MONTAGEM DO ENCERRAMENTO 'E' DO LOTE MANCLI         *00046400
      *----------------------------------------------------------------*00046500
                                                                        00046600
       01 WRK-MANSAI.                                                   00046700
          05 WRK-MNS-TIPO-REG            PIC X(01).                     00046800
          05 WRK-MNS-OPERACAO            PIC X(01).                     00046900
          05 WRK-MNS-CHAVE               PIC X(10).                     00047000
          05 WRK-MNS-NOME                PIC X(30).                     00047100
          05 WRK-MNS-LIM-CHESP           PIC 9(06)V99.                  00047200
          05 WRK-MNS-SEGMENTO            PIC X(01).                     00047300
          05 WRK-MNS-TIPO-CONTA          PIC X(01).                     00047400
          05 WRK-MNS-DOCUMENTO           PIC X(14).                     00047500
          05 FILLER                      PIC X(14).                     00047600
                                                                        00047700
      *----------------------------------------------------------------*00047800
      *    LINHAS DA CARTA DE ENCERRAMENTO                             *00047900
      *----------------------------------------------------------------*00048000
                                                                        00048100
       01 WRK-CAR-SEPARA.                                               00048200
          05 FILLER               PIC X(070) VALUE ALL '='.             00048300
          05 FILLER               PIC X(010) VALUE SPACES.              00048400
                                                                        00048500
       01 WRK-CAR-NOME.                                                 00048600
          05 FILLER               PIC X(004) VALUE 'A:  '.              00048700
          05 WRK-CN-NOME          PIC X(030).                           00048800
          05 FILLER               PIC X(046) VALUE SPACES.              00048900
                                                                        00049000
       01 WRK-CAR-ENDER.                                                00049100
          05 FILLER               PIC X(004) VALUE 'END:'.              00049200
          05 WRK-CE-LOGRADOURO    PIC X(030).                           00049300
          05 FILLER               PIC X(046) VALUE SPACES.              00049400
                                                                        00049500
       01 WRK-CAR-CIDADE.                                               00049600
          05 FILLER               PIC X(004) VALUE SPACES.              00049700
          05 WRK-CE-CIDADE        PIC X(020).                           00049800
          05 FILLER               PIC X(001) VALUE '-'.                 00049900
          05 WRK-CE-UF            PIC X(002).                           00050000
          05 FILLER               PIC X(006) VALUE ' CEP: '.            00050100
          05 WRK-CE-CEP           PIC X(008).                           00050200
          05 FILLER               PIC X(039) VALUE SPACES.              00050300
                                                                        00050400
       01 WRK-CAR-CONTA.                                                00050500
          05 FILLER               PIC X(012) VALUE 'AGENCIA ....'.      00050600
          05 WRK-CC-AGENCIA       PIC X(004).                           00050700
          05 FILLER               PIC X(012) VALUE ' CONTA .....'.      00050800
          05 WRK-CC-CONTA         PIC X(006).                           00050900
          05 FILLER               PIC X(046) VALUE SPACES.              00051000
                                                                        00051100
       01 WRK-CAR-TITULO.                                               00051200
          05 WRK-CT-TITULO        PIC X(070).                           00051300
          05 FILLER               PIC X(010) VALUE SPACES.              00051400
                                                                        00051500
       01 WRK-CAR-ITEM.                                                 00051600
          05 FILLER               PIC X(004) VALUE SPACES.              00051700
          05 WRK-CI-TEXTO         PIC X(030).                           00051800
          05 WRK-CI-VALOR         PIC -ZZ.ZZZ.ZZ9,99.                   00051900
          05 FILLER               PIC X(032) VALUE SPACES.              00052000
                                                                        00052100
       01 WRK-CAR-TEXTO.                                                00052200
          05 WRK-CX-TEXTO         PIC X(070).                           00052300
          05 FILLER               PIC X(010) VALUE SPACES.              00052400
                                                                        00052500
       01 WRK-CAR-BRANCO          PIC X(080) VALUE SPACES.              00052600
                                                                        00052700
      *----------------------------------------------------------------*00052800
      *    LINHAS DO RELATORIO                                         *00052900
      *----------------------------------------------------------------*00053000
                                                                        00053100
       01 WRK-CABEC1.                                                   00053200
          05 FILLER                      PIC X(040) VALUE               00053300
             'FR05EX53 - ENCERRAMENTO DE CONTAS - DATA'.                00053400
          05 FILLER                      PIC X(006) VALUE               00053500
             ' BASE '.                                                  00053600
          05 WRK-CB-DATA                 PIC X(008).                    00053700
          05 FILLER                      PIC X(026) VALUE SPACES.       00053800
                                                                        00053900
       01 WRK-CABEC2.                                                   00054000
          05 FILLER                      PIC X(040) VALUE               00054100
             'SITUACAO     AG/CONTA             SALDO '.                00054200
          05 FILLER                      PIC X(040) VALUE               00054300
             '     JUROS     TARIFA    SALDO FINAL    '.                00054400
                                                                        00054500
       01 WRK-LINENC.                                                   00054600
          05 WRK-LE-ACAO                 PIC X(012).                    00054700
          05 FILLER                      PIC X(001) VALUE SPACES.       00054800
          05 WRK-LE-AGENCIA              PIC X(004).                    00054900
          05 FILLER                      PIC X(001) VALUE '/'.          00055000
          05 WRK-LE-CONTA                PIC X(006).                    00055100
          05 FILLER                      PIC X(001) VALUE SPACES.       00055200
          05 WRK-LE-SALDO                PIC -ZZ.ZZZ.ZZ9,99.            00055300
          05 FILLER                      PIC X(001) VALUE SPACES.       00055400
          05 WRK-LE-JUROS                PIC ZZZ.ZZ9,99.                00055500
          05 FILLER                      PIC X(001) VALUE SPACES.       00055600
          05 WRK-LE-TARIFA               PIC ZZZ.ZZ9,99.                00055700
          05 FILLER                      PIC X(001) VALUE SPACES.       00055800
          05 WRK-LE-FINAL                PIC -ZZ.ZZZ.ZZ9,99.            00055900
          05 FILLER                      PIC X(004) VALUE SPACES.       00056000
                                                                        00056100
       01 WRK-LINTOT.                                                   00056200
          05 WRK-LT-TEXTO                PIC X(030).                    00056300
          05 WRK-LT-QTD                  PIC ZZZ.ZZ9.                   00056400
          05 FILLER                      PIC X(043) VALUE SPACES.       00056500
                                                                        00056600
      *----------------------------------------------------------------*00056700
       01 FILLER                         PIC X(050)       VALUE         00056800
                    '*** AREA DA BOOK GRAVALOG ***'.                    00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
                           COPY 'B#GRALOG'.                             00057200
                                                                        00057300
      ******************************************************************00057400
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00057500
      ******************************************************************00057600
                                                                        00057700
       COPY 'B#RUNCTL'.                                                 00057800
                                                                        00057900
       COPY 'B#DATPRC'.                                                 00058000
                                                                        00058100
      *================================================================*00058200
       PROCEDURE                                 DIVISION.              00058300
      *================================================================*00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       0000-PRINCIPAL                            SECTION.               00058700
      *----------------------------------------------------------------*00058800
                                                                        00058900
            PERFORM 1000-INICIAR                                        00059000
                                                                        00059100
            PERFORM 2100-LER-CLI2505                                    00059200
            PERFORM 2200-LER-PEDENC                                     00059300
            PERFORM 2300-LER-ENCANT                                     00059400
            PERFORM 2400-LER-JURANT                                     00059500
            PERFORM 2500-LER-DEBAUTO                                    00059600
            PERFORM 2600-LER-MANANT                                     00059700
            PERFORM 2700-LER-ENDCLI                                     00059800
            PERFORM 2800-LER-BLOQJUD                                    00000000
                                                                        00059900
            PERFORM 1400-HEADER-MANCLI                                  00060000
                                                                        00060100
            PERFORM 3000-PROCESSAR                                      00060200
                    UNTIL WRK-CHAVE-ATUAL-CLI EQUAL HIGH-VALUES         00060300
                      AND WRK-CHAVE-ATUAL-PED EQUAL HIGH-VALUES         00060400
                      AND WRK-CHAVE-ATUAL-ENC EQUAL HIGH-VALUES         00060500
                      AND WRK-CHAVE-ATUAL-JUR EQUAL HIGH-VALUES         00060600
                      AND WRK-CHAVE-ATUAL-DEB EQUAL HIGH-VALUES         00060700
                      AND WRK-CHAVE-ATUAL-MAN EQUAL HIGH-VALUES         00060800
                                                                        00060900
            PERFORM 4000-FINALIZAR                                      00061000
                                                                        00061100
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00061200
            MOVE ACUM-PEDIDOS         TO WRK-RUN-LIDOS                  00061300
            MOVE ACUM-ANDAMENTO       TO WRK-RUN-GRAVADOS               00061400
            MOVE ZEROS                TO WRK-RUN-RC                     00061500
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00061600
                                                                        00061700
            STOP RUN.                                                   00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       0000-99-FIM.                           EXIT.                     00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
      ******************************************************************00062400
      *                       I N I C I A R                            *00062500
      ******************************************************************00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       1000-INICIAR                           SECTION.                  00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00063200
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00063300
           CALL 'LERDATAP'            USING WRK-DATPRC                  00063400
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00063500
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00063600
           MOVE 'FR05EX53'            TO WRK-RUN-PROGRAMA               00063700
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00063800
           MOVE ZEROS                 TO WRK-RUN-RC                     00063900
                                         WRK-RUN-LIDOS                  00064000
                                         WRK-RUN-GRAVADOS               00064100
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00064200
                                                                        00064300
           IF WRK-RUN-DATA-JA-FEITA                                     00064400
              MOVE 'A'                TO WRK-SEVERIDADE                 00064500
              MOVE 'FR05EX53'         TO WRK-PROGRAMA                   00064600
              MOVE '1000  '           TO WRK-SECAO                      00064700
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00064800
                                      TO WRK-MENSAGEM                   00064900
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00065000
              CALL 'GRAVALOG'         USING WRK-LOG                     00065100
              MOVE 08                 TO RETURN-CODE                    00065200
              GOBACK                                                    00065300
           END-IF                                                       00065400
                                                                        00065500
           MOVE WRK-DATA-EXEC (7:2)   TO WRK-DIA-MES                    00065600
                                                                        00065700
           OPEN INPUT  CLI2505                                          00065800
                INPUT  TARIFAS                                          00065900
                OUTPUT ENCNOVO                                          00066000
                OUTPUT JURNOVO                                          00066100
                OUTPUT DEBNOVO                                          00066200
                OUTPUT MANNOVO                                          00066300
                OUTPUT MOVENC                                           00066400
                OUTPUT CARTAS                                           00066500
                OUTPUT RELENC                                           00066600
                                                                        00066700
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00066800
           PERFORM 1170-TESTAR-WRK-FS-TARIFAS                           00066900
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS                            00067000
                                                                        00067100
      *    SEM PEDIDOS (ARQUIVO AUSENTE) NAO E ERRO                   * 00067200
           OPEN INPUT PEDENC                                            00067300
           IF WRK-FS-PEDENC EQUAL '35'                                  00067400
              MOVE 'S'                TO WRK-SEM-PEDENC                 00067500
              MOVE '10'               TO WRK-FS-PEDENC                  00067600
           ELSE                                                         00067700
              PERFORM 1120-TESTAR-WRK-FS-PEDENC                         00067800
           END-IF                                                       00067900
                                                                        00068000
      *    SEM ANDAMENTO ANTERIOR (PRIMEIRA EXECUCAO) NAO E ERRO      * 00068100
           OPEN INPUT ENCANT                                            00068200
           IF WRK-FS-ENCANT EQUAL '35'                                  00068300
              MOVE 'S'                TO WRK-SEM-ENCANT                 00068400
              MOVE '10'               TO WRK-FS-ENCANT                  00068500
           ELSE                                                         00068600
              PERFORM 1130-TESTAR-WRK-FS-ENCANT                         00068700
           END-IF                                                       00068800
                                                                        00068900
           OPEN INPUT JURANT                                            00069000
           IF WRK-FS-JURANT EQUAL '35'                                  00069100
              MOVE 'S'                TO WRK-SEM-JURANT                 00069200
              MOVE '10'               TO WRK-FS-JURANT                  00069300
           ELSE                                                         00069400
              PERFORM 1140-TESTAR-WRK-FS-JURANT                         00069500
           END-IF                                                       00069600
                                                                        00069700
           OPEN INPUT DEBAUTO                                           00069800
           IF WRK-FS-DEBAUTO EQUAL '35'                                 00069900
              MOVE 'S'                TO WRK-SEM-DEBAUTO                00070000
              MOVE '10'               TO WRK-FS-DEBAUTO                 00070100
           ELSE                                                         00070200
              PERFORM 1150-TESTAR-WRK-FS-DEBAUTO                        00070300
           END-IF                                                       00070400
                                                                        00070500
      *    SEM LOTE DAS AGENCIAS O LOTE SAI SO COM OS ENCERRAMENTOS   * 00070600
           OPEN INPUT MANANT                                            00070700
           IF WRK-FS-MANANT EQUAL '35'                                  00070800
              MOVE 'S'                TO WRK-SEM-MANANT                 00070900
              MOVE '10'               TO WRK-FS-MANANT                  00071000
           ELSE                                                         00071100
              PERFORM 1160-TESTAR-WRK-FS-MANANT                         00071200
           END-IF                                                       00071300
                                                                        00071400
      *    SEM CADASTRO DE ENDERECOS A CARTA SAI SEM ENDERECO         * 00071500
           OPEN INPUT ENDCLI                                            00071600
           IF WRK-FS-ENDCLI EQUAL '35'                                  00071700
              MOVE 'S'                TO WRK-SEM-ENDCLI                 00071800
              MOVE '10'               TO WRK-FS-ENDCLI                  00071900
           ELSE                                                         00072000
              PERFORM 1180-TESTAR-WRK-FS-ENDCLI                         00072100
           END-IF                                                       00072200
                                                                        00000000
      *    SEM CADASTRO DE BLOQUEIOS NENHUMA CONTA ESTA BLOQUEADA     * 00000000
           OPEN INPUT BLOQJUD                                           00000000
           IF WRK-FS-BLOQJUD EQUAL '35'                                 00000000
              MOVE 'S'                TO WRK-SEM-BLOQJUD                00000000
              MOVE '10'               TO WRK-FS-BLOQJUD                 00000000
           ELSE                                                         00000000
              PERFORM 1185-TESTAR-WRK-FS-BLOQJUD                        00000000
           END-IF                                                       00000000
                                                                        00072300
           PERFORM 1200-CARREGAR-TARIFAS                                00072400
                                                                        00072500
           PERFORM 1300-GRAVAR-CABECALHOS.                              00072600
                                                                        00072700
      *----------------------------------------------------------------*00072800
       1000-99-FIM.                           EXIT.                     00072900
      *----------------------------------------------------------------*00073000
                                                                        00073100
      *----------------------------------------------------------------*00073200
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00073300
      *----------------------------------------------------------------*00073400
                                                                        00073500
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00073600
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00073700
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00073800
              MOVE '1110'                        TO WRK-SECAO           00073900
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00074000
              PERFORM 9000-TRATAR-ERRO                                  00074100
           END-IF.                                                      00074200
                                                                        00074300
      *----------------------------------------------------------------*00074400
       1110-99-FIM.                           EXIT.                     00074500
      *----------------------------------------------------------------*00074600
                                                                        00074700
      *----------------------------------------------------------------*00074800
       1120-TESTAR-WRK-FS-PEDENC              SECTION.                  00074900
      *----------------------------------------------------------------*00075000
                                                                        00075100
           IF WRK-FS-PEDENC NOT EQUAL ZEROS                             00075200
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00075300
              MOVE 'ERRO NO ARQUIVO PEDENC'      TO WRK-MENSAGEM        00075400
              MOVE '1120'                        TO WRK-SECAO           00075500
              MOVE WRK-FS-PEDENC                 TO WRK-STATUS          00075600
              PERFORM 9000-TRATAR-ERRO                                  00075700
           END-IF.                                                      00075800
                                                                        00075900
      *----------------------------------------------------------------*00076000
       1120-99-FIM.                           EXIT.                     00076100
      *----------------------------------------------------------------*00076200
                                                                        00076300
      *----------------------------------------------------------------*00076400
       1130-TESTAR-WRK-FS-ENCANT              SECTION.                  00076500
      *----------------------------------------------------------------*00076600
                                                                        00076700
           IF WRK-FS-ENCANT NOT EQUAL ZEROS                             00076800
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00076900
              MOVE 'ERRO NO ARQUIVO ENCANT'      TO WRK-MENSAGEM        00077000
              MOVE '1130'                        TO WRK-SECAO           00077100
              MOVE WRK-FS-ENCANT                 TO WRK-STATUS          00077200
              PERFORM 9000-TRATAR-ERRO                                  00077300
           END-IF.                                                      00077400
                                                                        00077500
      *----------------------------------------------------------------*00077600
       1130-99-FIM.                           EXIT.                     00077700
      *----------------------------------------------------------------*00077800
                                                                        00077900
      *----------------------------------------------------------------*00078000
       1140-TESTAR-WRK-FS-JURANT              SECTION.                  00078100
      *----------------------------------------------------------------*00078200
                                                                        00078300
           IF WRK-FS-JURANT NOT EQUAL ZEROS                             00078400
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00078500
              MOVE 'ERRO NO ARQUIVO JURANT'      TO WRK-MENSAGEM        00078600
              MOVE '1140'                        TO WRK-SECAO           00078700
              MOVE WRK-FS-JURANT                 TO WRK-STATUS          00078800
              PERFORM 9000-TRATAR-ERRO                                  00078900
           END-IF.                                                      00079000
                                                                        00079100
      *----------------------------------------------------------------*00079200
       1140-99-FIM.                           EXIT.                     00079300
      *----------------------------------------------------------------*00079400
                                                                        00079500
      *----------------------------------------------------------------*00079600
       1150-TESTAR-WRK-FS-DEBAUTO             SECTION.                  00079700
      *----------------------------------------------------------------*00079800
                                                                        00079900
           IF WRK-FS-DEBAUTO NOT EQUAL ZEROS                            00080000
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00080100
              MOVE 'ERRO NO ARQUIVO DEBAUTO'     TO WRK-MENSAGEM        00080200
              MOVE '1150'                        TO WRK-SECAO           00080300
              MOVE WRK-FS-DEBAUTO                TO WRK-STATUS          00080400
              PERFORM 9000-TRATAR-ERRO                                  00080500
           END-IF.                                                      00080600
                                                                        00080700
      *----------------------------------------------------------------*00080800
       1150-99-FIM.                           EXIT.                     00080900
      *----------------------------------------------------------------*00081000
                                                                        00081100
      *----------------------------------------------------------------*00081200
       1160-TESTAR-WRK-FS-MANANT              SECTION.                  00081300
      *----------------------------------------------------------------*00081400
                                                                        00081500
           IF WRK-FS-MANANT NOT EQUAL ZEROS                             00081600
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00081700
              MOVE 'ERRO NO ARQUIVO MANANT'      TO WRK-MENSAGEM        00081800
              MOVE '1160'                        TO WRK-SECAO           00081900
              MOVE WRK-FS-MANANT                 TO WRK-STATUS          00082000
              PERFORM 9000-TRATAR-ERRO                                  00082100
           END-IF.                                                      00082200
                                                                        00082300
      *----------------------------------------------------------------*00082400
       1160-99-FIM.                           EXIT.                     00082500
      *----------------------------------------------------------------*00082600
                                                                        00082700
      *----------------------------------------------------------------*00082800
       1170-TESTAR-WRK-FS-TARIFAS             SECTION.                  00082900
      *----------------------------------------------------------------*00083000
                                                                        00083100
           IF WRK-FS-TARIFAS NOT EQUAL ZEROS                            00083200
            AND WRK-FS-TARIFAS NOT EQUAL '10'                           00083300
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00083400
              MOVE 'ERRO NO ARQUIVO TARIFAS'     TO WRK-MENSAGEM        00083500
              MOVE '1170'                        TO WRK-SECAO           00083600
              MOVE WRK-FS-TARIFAS                TO WRK-STATUS          00083700
              PERFORM 9000-TRATAR-ERRO                                  00083800
           END-IF.                                                      00083900
                                                                        00084000
      *----------------------------------------------------------------*00084100
       1170-99-FIM.                           EXIT.                     00084200
      *----------------------------------------------------------------*00084300
                                                                        00084400
      *----------------------------------------------------------------*00084500
       1180-TESTAR-WRK-FS-ENDCLI              SECTION.                  00084600
      *----------------------------------------------------------------*00084700
                                                                        00084800
           IF WRK-FS-ENDCLI NOT EQUAL ZEROS                             00084900
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00085000
              MOVE 'ERRO NO ARQUIVO ENDCLI'      TO WRK-MENSAGEM        00085100
              MOVE '1180'                        TO WRK-SECAO           00085200
              MOVE WRK-FS-ENDCLI                 TO WRK-STATUS          00085300
              PERFORM 9000-TRATAR-ERRO                                  00085400
           END-IF.                                                      00085500
                                                                        00085600
      *----------------------------------------------------------------*00085700
       1180-99-FIM.                           EXIT.                     00085800
      *----------------------------------------------------------------*00085900
                                                                        00086000
      *----------------------------------------------------------------*00000000
       1185-TESTAR-WRK-FS-BLOQJUD             SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            00000000
              MOVE 'FR05EX53'                    TO WRK-PROGRAMA        00000000
              MOVE 'ERRO NO ARQUIVO BLOQJUD'     TO WRK-MENSAGEM        00000000
              MOVE '1185'                        TO WRK-SECAO           00000000
              MOVE WRK-FS-BLOQJUD                TO WRK-STATUS          00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1185-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00086100
       1190-TESTAR-WRK-FS-SAIDAS              SECTION.                  00086200
      *----------------------------------------------------------------*00086300
                                                                        00086400
           MOVE 'FR05EX53'                       TO WRK-PROGRAMA        00086500
           MOVE '1190'                           TO WRK-SECAO           00086600
                                                                        00086700
           IF WRK-FS-ENCNOVO NOT EQUAL ZEROS                            00086800
              MOVE 'ERRO NO ARQUIVO ENCNOVO'     TO WRK-MENSAGEM        00086900
              MOVE WRK-FS-ENCNOVO                TO WRK-STATUS          00087000
              PERFORM 9000-TRATAR-ERRO                                  00087100
           END-IF                                                       00087200
                                                                        00087300
           IF WRK-FS-JURNOVO NOT EQUAL ZEROS                            00087400
              MOVE 'ERRO NO ARQUIVO JURNOVO'     TO WRK-MENSAGEM        00087500
              MOVE WRK-FS-JURNOVO                TO WRK-STATUS          00087600
              PERFORM 9000-TRATAR-ERRO                                  00087700
           END-IF                                                       00087800
                                                                        00087900
           IF WRK-FS-DEBNOVO NOT EQUAL ZEROS                            00088000
              MOVE 'ERRO NO ARQUIVO DEBNOVO'     TO WRK-MENSAGEM        00088100
              MOVE WRK-FS-DEBNOVO                TO WRK-STATUS          00088200
              PERFORM 9000-TRATAR-ERRO                                  00088300
           END-IF                                                       00088400
                                                                        00088500
           IF WRK-FS-MANNOVO NOT EQUAL ZEROS                            00088600
              MOVE 'ERRO NO ARQUIVO MANNOVO'     TO WRK-MENSAGEM        00088700
              MOVE WRK-FS-MANNOVO                TO WRK-STATUS          00088800
              PERFORM 9000-TRATAR-ERRO                                  00088900
           END-IF                                                       00089000
                                                                        00089100
           IF WRK-FS-MOVENC NOT EQUAL ZEROS                             00089200
              MOVE 'ERRO NO ARQUIVO MOVENC'      TO WRK-MENSAGEM        00089300
              MOVE WRK-FS-MOVENC                 TO WRK-STATUS          00089400
              PERFORM 9000-TRATAR-ERRO                                  00089500
           END-IF                                                       00089600
                                                                        00089700
           IF WRK-FS-CARTAS NOT EQUAL ZEROS                             00089800
              MOVE 'ERRO NO ARQUIVO CARTAS'      TO WRK-MENSAGEM        00089900
              MOVE WRK-FS-CARTAS                 TO WRK-STATUS          00090000
              PERFORM 9000-TRATAR-ERRO                                  00090100
           END-IF                                                       00090200
                                                                        00090300
           IF WRK-FS-RELENC NOT EQUAL ZEROS                             00090400
              MOVE 'ERRO NO ARQUIVO RELENC'      TO WRK-MENSAGEM        00090500
              MOVE WRK-FS-RELENC                 TO WRK-STATUS          00090600
              PERFORM 9000-TRATAR-ERRO                                  00090700
           END-IF.                                                      00090800
                                                                        00090900
      *----------------------------------------------------------------*00091000
       1190-99-FIM.                           EXIT.                     00091100
      *----------------------------------------------------------------*00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       1200-CARREGAR-TARIFAS                 SECTION.                   00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
           PERFORM 1210-LER-TARIFAS                                     00091800
                                                                        00091900
           PERFORM 1220-GUARDAR-TARIFA                                  00092000
                   UNTIL WRK-FS-TARIFAS EQUAL '10'                      00092100
                                                                        00092200
           CLOSE TARIFAS.                                               00092300
                                                                        00092400
      *----------------------------------------------------------------*00092500
       1200-99-FIM.                           EXIT.                     00092600
      *----------------------------------------------------------------*00092700
                                                                        00092800
      *----------------------------------------------------------------*00092900
       1210-LER-TARIFAS                      SECTION.                   00093000
      *----------------------------------------------------------------*00093100
                                                                        00093200
           READ TARIFAS              INTO WRK-TARIFAS                   00093300
                                                                        00093400
           IF WRK-FS-TARIFAS EQUAL '10'                                 00093500
              GO                  TO 1210-99-FIM                        00093600
           END-IF                                                       00093700
                                                                        00093800
           PERFORM 1170-TESTAR-WRK-FS-TARIFAS.                          00093900
                                                                        00094000
      *----------------------------------------------------------------*00094100
       1210-99-FIM.                           EXIT.                     00094200
      *----------------------------------------------------------------*00094300
                                                                        00094400
      *----------------------------------------------------------------*00094500
       1220-GUARDAR-TARIFA                   SECTION.                   00094600
      *----------------------------------------------------------------*00094700
                                                                        00094800
      *     SO A TARIFA MENSAL 'F' INTERESSA; OS JUROS VEM DO JURACUM  *00094900
           IF FD-TAR-TARIFA                                             00095000
              EVALUATE FD-TAR-SEGMENTO                                  00095100
                WHEN 'V'                                                00095200
                 MOVE FD-TAR-VALOR   TO WRK-TAR-SEG-VAREJO              00095300
                WHEN 'E'                                                00095400
                 MOVE FD-TAR-VALOR   TO WRK-TAR-SEG-EMPRESA             00095500
                WHEN 'G'                                                00095600
                 MOVE FD-TAR-VALOR   TO WRK-TAR-SEG-GOVERNO             00095700
                WHEN OTHER                                              00095800
                 MOVE FD-TAR-VALOR   TO WRK-TAR-SEG-PADRAO              00095900
              END-EVALUATE                                              00096000
           END-IF                                                       00096100
                                                                        00096200
           PERFORM 1210-LER-TARIFAS.                                    00096300
                                                                        00096400
      *----------------------------------------------------------------*00096500
       1220-99-FIM.                           EXIT.                     00096600
      *----------------------------------------------------------------*00096700
                                                                        00096800
      *----------------------------------------------------------------*00096900
       1300-GRAVAR-CABECALHOS                SECTION.                   00097000
      *----------------------------------------------------------------*00097100
                                                                        00097200
           MOVE SPACES               TO FD-MOV2505                      00097300
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00097400
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00097500
           MOVE 'FR05EX53'           TO FD-MOV2505-H-ORIGEM             00097600
           WRITE FD-MOV2505                                             00097700
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS                            00097800
                                                                        00097900
           MOVE WRK-DATA-EXEC        TO WRK-CB-DATA                     00098000
           WRITE FD-RELENC           FROM WRK-CABEC1                    00098100
           WRITE FD-RELENC           FROM WRK-CABEC2                    00098200
           PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                           00098300
                                                                        00098400
      *----------------------------------------------------------------*00098500
       1300-99-FIM.                           EXIT.                     00098600
      *----------------------------------------------------------------*00098700
                                                                        00098800
      *----------------------------------------------------------------*00098900
       1400-HEADER-MANCLI                    SECTION.                   00099000
      *----------------------------------------------------------------*00099100
                                                                        00099200
      *     SEM LOTE DAS AGENCIAS (AUSENTE OU VAZIO) O LOTE SAI COM    *00099300
      *     HEADER PROPRIO. LOTE DAS AGENCIAS SEM HEADER CONTINUA SEM, *00099400
      *     PARA O FR05EX20 RECUSA-LO COMO RECUSARIA SEM O FR05EX53    *00099500
            IF WRK-HEADER-MAN-SIM                                       00099600
             OR WRK-CHAVE-ATUAL-MAN NOT EQUAL HIGH-VALUES               00099700
               GO                      TO 1400-99-FIM                   00099800
            END-IF                                                      00099900
                                                                        00100000
            MOVE SPACES                TO FD-MNV-HEADER                 00100100
            MOVE '0'                   TO FD-MNV-H-TIPO                 00100200
            MOVE 'FR05EX53'            TO FD-MNV-H-ORIGEM               00100300
            MOVE WRK-DATA-EXEC         TO FD-MNV-H-DATA                 00100400
            WRITE FD-MNV-HEADER                                         00100500
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00100600
            MOVE 'S'                   TO WRK-HEADER-MAN                00100700
                                          WRK-HEADER-PROPRIO.           00100800
                                                                        00100900
      *----------------------------------------------------------------*00101000
       1400-99-FIM.                           EXIT.                     00101100
      *----------------------------------------------------------------*00101200
                                                                        00101300
      ******************************************************************00101400
      *                     L E I T U R A S                            *00101500
      ******************************************************************00101600
                                                                        00101700
      *----------------------------------------------------------------*00101800
       2100-LER-CLI2505                       SECTION.                  00101900
      *----------------------------------------------------------------*00102000
       2100-10-LER.                                                     00102100
                                                                        00102200
            READ CLI2505                                                00102300
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00102400
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00102500
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00102600
               GO                  TO 2100-10-LER                       00102700
            END-IF                                                      00102800
                                                                        00102900
            IF WRK-FS-CLI2505 EQUAL '10'                                00103000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00103100
               GO                    TO 2100-99-FIM                     00103200
            END-IF                                                      00103300
                                                                        00103400
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00103500
            ADD 1                    TO ACUM-LIDOS-CLI2505              00103600
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00103700
                                                                        00103800
      *----------------------------------------------------------------*00103900
       2100-99-FIM.                           EXIT.                     00104000
      *----------------------------------------------------------------*00104100
                                                                        00104200
      *----------------------------------------------------------------*00104300
       2200-LER-PEDENC                        SECTION.                  00104400
      *----------------------------------------------------------------*00104500
                                                                        00104600
            IF WRK-FS-PEDENC EQUAL '10'                                 00104700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-PED             00104800
               GO                    TO 2200-99-FIM                     00104900
            END-IF                                                      00105000
                                                                        00105100
            READ PEDENC                                                 00105200
                                                                        00105300
            IF WRK-FS-PEDENC EQUAL '10'                                 00105400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-PED             00105500
               GO                    TO 2200-99-FIM                     00105600
            END-IF                                                      00105700
                                                                        00105800
            PERFORM 1120-TESTAR-WRK-FS-PEDENC                           00105900
                                                                        00106000
            MOVE FD-PED-CHAVE        TO WRK-CHAVE-ATUAL-PED.            00106100
                                                                        00106200
      *----------------------------------------------------------------*00106300
       2200-99-FIM.                           EXIT.                     00106400
      *----------------------------------------------------------------*00106500
                                                                        00106600
      *----------------------------------------------------------------*00106700
       2300-LER-ENCANT                        SECTION.                  00106800
      *----------------------------------------------------------------*00106900
                                                                        00107000
            IF WRK-FS-ENCANT EQUAL '10'                                 00107100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-ENC             00107200
               GO                    TO 2300-99-FIM                     00107300
            END-IF                                                      00107400
                                                                        00107500
            READ ENCANT                                                 00107600
                                                                        00107700
            IF WRK-FS-ENCANT EQUAL '10'                                 00107800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-ENC             00107900
               GO                    TO 2300-99-FIM                     00108000
            END-IF                                                      00108100
                                                                        00108200
            PERFORM 1130-TESTAR-WRK-FS-ENCANT                           00108300
                                                                        00108400
            MOVE FD-ENC-CHAVE        TO WRK-CHAVE-ATUAL-ENC.            00108500
                                                                        00108600
      *----------------------------------------------------------------*00108700
       2300-99-FIM.                           EXIT.                     00108800
      *----------------------------------------------------------------*00108900
                                                                        00109000
      *----------------------------------------------------------------*00109100
       2400-LER-JURANT                        SECTION.                  00109200
      *----------------------------------------------------------------*00109300
                                                                        00109400
            IF WRK-FS-JURANT EQUAL '10'                                 00109500
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-JUR             00109600
               GO                    TO 2400-99-FIM                     00109700
            END-IF                                                      00109800
                                                                        00109900
            READ JURANT                                                 00110000
                                                                        00110100
            IF WRK-FS-JURANT EQUAL '10'                                 00110200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-JUR             00110300
               GO                    TO 2400-99-FIM                     00110400
            END-IF                                                      00110500
                                                                        00110600
            PERFORM 1140-TESTAR-WRK-FS-JURANT                           00110700
                                                                        00110800
            MOVE FD-JUR-CHAVE        TO WRK-CHAVE-ATUAL-JUR             00110825
                                                                        00110850
      *     ACUMULO GRAVADO ANTES DO IOF: SEM IOF A COBRAR             *00110875
            IF FD-JUR-IOF-ACUM NOT NUMERIC                              00110900
               MOVE ZEROS            TO FD-JUR-IOF-ACUM                 00110925
               MOVE 'N'              TO FD-JUR-IOF-COBRADO              00110950
            END-IF.                                                     00110975
                                                                        00111000
      *----------------------------------------------------------------*00111100
       2400-99-FIM.                           EXIT.                     00111200
      *----------------------------------------------------------------*00111300
                                                                        00111400
      *----------------------------------------------------------------*00111500
       2500-LER-DEBAUTO                       SECTION.                  00111600
      *----------------------------------------------------------------*00111700
                                                                        00111800
            IF WRK-FS-DEBAUTO EQUAL '10'                                00111900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEB             00112000
               GO                    TO 2500-99-FIM                     00112100
            END-IF                                                      00112200
                                                                        00112300
            READ DEBAUTO                                                00112400
                                                                        00112500
            IF WRK-FS-DEBAUTO EQUAL '10'                                00112600
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-DEB             00112700
               GO                    TO 2500-99-FIM                     00112800
            END-IF                                                      00112900
                                                                        00113000
            PERFORM 1150-TESTAR-WRK-FS-DEBAUTO                          00113100
                                                                        00113200
            MOVE FD-DEB-CHAVE        TO WRK-CHAVE-ATUAL-DEB.            00113300
                                                                        00113400
      *----------------------------------------------------------------*00113500
       2500-99-FIM.                           EXIT.                     00113600
      *----------------------------------------------------------------*00113700
                                                                        00113800
      *----------------------------------------------------------------*00113900
       2600-LER-MANANT                        SECTION.                  00114000
      *----------------------------------------------------------------*00114100
       2600-10-LER.                                                     00114200
                                                                        00114300
            IF WRK-FS-MANANT EQUAL '10'                                 00114400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MAN             00114500
               GO                    TO 2600-99-FIM                     00114600
            END-IF                                                      00114700
                                                                        00114800
            READ MANANT                                                 00114900
                                                                        00115000
            IF WRK-FS-MANANT EQUAL '10'                                 00115100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MAN             00115200
               GO                    TO 2600-99-FIM                     00115300
            END-IF                                                      00115400
                                                                        00115500
            PERFORM 1160-TESTAR-WRK-FS-MANANT                           00115600
                                                                        00115700
      *     O HEADER DAS AGENCIAS SEGUE NO LOTE REGRAVADO; O TRAILER   *00115800
      *     E GUARDADO E SAI NO FINAL SOMADO DOS ENCERRAMENTOS         *00115900
            IF FD-MAN-TIPO-REG EQUAL '0'                                00116000
               PERFORM 2650-GRAVAR-HEADER-MAN                           00116100
               GO                  TO 2600-10-LER                       00116200
            END-IF                                                      00116300
                                                                        00116400
            IF FD-MAN-TIPO-REG EQUAL '9'                                00116500
               MOVE 'S'              TO WRK-TRAILER-MAN                 00116600
               MOVE FD-MAN-T-QTD-REG TO WRK-TRL-QTD-MAN                 00116700
               MOVE FD-MAN-T-HASH-LIM                                   00116800
                                     TO WRK-TRL-HASH-MAN                00116900
               GO                  TO 2600-10-LER                       00117000
            END-IF                                                      00117100
                                                                        00117200
            MOVE FD-MAN-CHAVE        TO WRK-CHAVE-ATUAL-MAN.            00117300
                                                                        00117400
      *----------------------------------------------------------------*00117500
       2600-99-FIM.                           EXIT.                     00117600
      *----------------------------------------------------------------*00117700
                                                                        00117800
      *----------------------------------------------------------------*00117900
       2650-GRAVAR-HEADER-MAN                 SECTION.                  00118000
      *----------------------------------------------------------------*00118100
                                                                        00118200
            IF NOT WRK-HEADER-MAN-SIM                                   00118300
               WRITE FD-MANNOVO        FROM FD-MANCLI                   00118400
               PERFORM 1190-TESTAR-WRK-FS-SAIDAS                        00118500
               MOVE 'S'                TO WRK-HEADER-MAN                00118600
            END-IF.                                                     00118700
                                                                        00118800
      *----------------------------------------------------------------*00118900
       2650-99-FIM.                           EXIT.                     00119000
      *----------------------------------------------------------------*00119100
                                                                        00119200
      *----------------------------------------------------------------*00119300
       2700-LER-ENDCLI                        SECTION.                  00119400
      *----------------------------------------------------------------*00119500
                                                                        00119600
            IF WRK-FS-ENDCLI EQUAL '10'                                 00119700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00119800
               GO                    TO 2700-99-FIM                     00119900
            END-IF                                                      00120000
                                                                        00120100
            READ ENDCLI                                                 00120200
                                                                        00120300
            IF WRK-FS-ENDCLI EQUAL '10'                                 00120400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-END             00120500
               GO                    TO 2700-99-FIM                     00120600
            END-IF                                                      00120700
                                                                        00120800
            PERFORM 1180-TESTAR-WRK-FS-ENDCLI                           00120900
                                                                        00121000
            MOVE FD-END-CHAVE        TO WRK-CHAVE-ATUAL-END.            00121100
                                                                        00121200
      *----------------------------------------------------------------*00121300
       2700-99-FIM.                           EXIT.                     00121400
      *----------------------------------------------------------------*00121500
                                                                        00121600
      *----------------------------------------------------------------*00000000
       2800-LER-BLOQJUD                       SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF WRK-FS-BLOQJUD EQUAL '10'                                00000000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00000000
               GO                    TO 2800-99-FIM                     00000000
            END-IF                                                      00000000
                                                                        00000000
            READ BLOQJUD                                                00000000
                                                                        00000000
            IF WRK-FS-BLOQJUD EQUAL '10'                                00000000
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BLQ             00000000
               GO                    TO 2800-99-FIM                     00000000
            END-IF                                                      00000000
                                                                        00000000
            PERFORM 1185-TESTAR-WRK-FS-BLOQJUD                          00000000
                                                                        00000000
            MOVE FD-BLQ-CHAVE-CONTA  TO WRK-CHAVE-ATUAL-BLQ.            00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2800-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00121700
      *                     P R O C E S S A R                          *00121800
      ******************************************************************00121900
                                                                        00122000
      *----------------------------------------------------------------*00122100
       3000-PROCESSAR                        SECTION.                   00122200
      *----------------------------------------------------------------*00122300
                                                                        00122400
            PERFORM 3050-ACHAR-CHAVE                                    00122500
                                                                        00122600
            PERFORM 2700-LER-ENDCLI                                     00122700
                    UNTIL WRK-CHAVE-ATUAL-END NOT LESS WRK-CHAVE-PROC   00122800
                                                                        00122900
            MOVE 'N'                   TO WRK-LIQUIDAR                  00123000
                                          WRK-GERAR-E                   00123100
                                          WRK-MAN-TEM-E                 00123200
                                          WRK-TEM-ORDEM                 00123300
                                                                        00123400
      *     TRANSACOES DAS AGENCIAS PARA A CHAVE SEGUEM NO LOTE        *00123500
            PERFORM 3900-COPIAR-MANCLI                                  00123600
                    UNTIL WRK-CHAVE-ATUAL-MAN NOT EQUAL WRK-CHAVE-PROC  00123700
                                                                        00123800
            EVALUATE TRUE                                               00123900
              WHEN WRK-CHAVE-ATUAL-ENC EQUAL WRK-CHAVE-PROC             00124000
               PERFORM 3100-TRATAR-ANDAMENTO                            00124100
               IF WRK-CHAVE-ATUAL-PED EQUAL WRK-CHAVE-PROC              00124200
                  ADD 1                TO ACUM-PEDIDOS                  00124300
                  MOVE 'JA PEDIDO'     TO WRK-ACAO                      00124400
                  PERFORM 3850-GRAVAR-LINHA                             00124500
               END-IF                                                   00124600
              WHEN WRK-CHAVE-ATUAL-PED EQUAL WRK-CHAVE-PROC             00124700
               PERFORM 3200-TRATAR-PEDIDO                               00124800
              WHEN OTHER                                                00124900
               CONTINUE                                                 00125000
            END-EVALUATE                                                00125100
                                                                        00125200
      *     CONTA LIQUIDADA SAI DO ACUMULO DE JUROS (JA COBRADOS),     *00125250
      *     SALVO SE TEM IOF: FICA SO COM ELE, MARCADO COMO COBRADO,   *00125300
      *     PARA O FR05EX21 RECOLHER NA VIRADA DA COMPETENCIA          *00125350
            IF WRK-CHAVE-ATUAL-JUR EQUAL WRK-CHAVE-PROC                 00125400
               IF NOT WRK-LIQUIDAR-SIM                                  00125500
                  WRITE FD-JURNOVO     FROM FD-JURACUM                  00125600
                  PERFORM 1190-TESTAR-WRK-FS-SAIDAS                     00125700
               ELSE                                                     00125712
                  IF WRK-VALOR-IOF GREATER ZEROS                        00125724
                     MOVE ZEROS        TO FD-JUR-VALOR-ACUM             00125736
                     MOVE 'S'          TO FD-JUR-IOF-COBRADO            00125748
                     WRITE FD-JURNOVO  FROM FD-JURACUM                  00125760
                     PERFORM 1190-TESTAR-WRK-FS-SAIDAS                  00125772
                  END-IF                                                00125784
               END-IF                                                   00125800
               PERFORM 2400-LER-JURANT                                  00125900
            END-IF                                                      00126000
                                                                        00126100
            PERFORM 3500-COPIAR-DEBAUTO                                 00126200
                    UNTIL WRK-CHAVE-ATUAL-DEB NOT EQUAL WRK-CHAVE-PROC  00126300
                                                                        00126400
            IF WRK-LIQUIDAR-SIM                                         00126500
               PERFORM 3650-FECHAR-CARTA                                00126600
            END-IF                                                      00126700
                                                                        00126800
            IF WRK-GERAR-E-SIM                                          00126900
             AND NOT WRK-MAN-TEM-E-SIM                                  00127000
               PERFORM 3700-GRAVAR-ENCERRAMENTO                         00127100
            END-IF                                                      00127200
                                                                        00127300
            IF WRK-CHAVE-ATUAL-CLI EQUAL WRK-CHAVE-PROC                 00127400
               PERFORM 2100-LER-CLI2505                                 00127500
            END-IF                                                      00127600
                                                                        00127700
            IF WRK-CHAVE-ATUAL-ENC EQUAL WRK-CHAVE-PROC                 00127800
               PERFORM 2300-LER-ENCANT                                  00127900
            END-IF                                                      00128000
                                                                        00128100
      *     PEDIDO REPETIDO PARA A MESMA CONTA VALE UMA VEZ SO         *00128200
            IF WRK-CHAVE-ATUAL-PED EQUAL WRK-CHAVE-PROC                 00128300
               PERFORM 2200-LER-PEDENC                                  00128400
               PERFORM 3300-DESCARTAR-PEDIDO                            00128500
                       UNTIL WRK-CHAVE-ATUAL-PED NOT EQUAL              00128600
                             WRK-CHAVE-PROC                             00128700
            END-IF.                                                     00128800
                                                                        00128900
      *----------------------------------------------------------------*00129000
       3000-99-FIM.                           EXIT.                     00129100
      *----------------------------------------------------------------*00129200
                                                                        00129300
      *----------------------------------------------------------------*00129400
       3050-ACHAR-CHAVE                      SECTION.                   00129500
      *----------------------------------------------------------------*00129600
                                                                        00129700
      *     A CHAVE DA VEZ E A MENOR ENTRE TODOS OS ARQUIVOS           *00129800
            MOVE WRK-CHAVE-ATUAL-CLI   TO WRK-CHAVE-PROC                00129900
                                                                        00130000
            IF WRK-CHAVE-ATUAL-PED LESS WRK-CHAVE-PROC                  00130100
               MOVE WRK-CHAVE-ATUAL-PED TO WRK-CHAVE-PROC               00130200
            END-IF                                                      00130300
                                                                        00130400
            IF WRK-CHAVE-ATUAL-ENC LESS WRK-CHAVE-PROC                  00130500
               MOVE WRK-CHAVE-ATUAL-ENC TO WRK-CHAVE-PROC               00130600
            END-IF                                                      00130700
                                                                        00130800
            IF WRK-CHAVE-ATUAL-JUR LESS WRK-CHAVE-PROC                  00130900
               MOVE WRK-CHAVE-ATUAL-JUR TO WRK-CHAVE-PROC               00131000
            END-IF                                                      00131100
                                                                        00131200
            IF WRK-CHAVE-ATUAL-DEB LESS WRK-CHAVE-PROC                  00131300
               MOVE WRK-CHAVE-ATUAL-DEB TO WRK-CHAVE-PROC               00131400
            END-IF                                                      00131500
                                                                        00131600
            IF WRK-CHAVE-ATUAL-MAN LESS WRK-CHAVE-PROC                  00131700
               MOVE WRK-CHAVE-ATUAL-MAN TO WRK-CHAVE-PROC               00131800
            END-IF.                                                     00131900
                                                                        00132000
      *----------------------------------------------------------------*00132100
       3050-99-FIM.                           EXIT.                     00132200
      *----------------------------------------------------------------*00132300
                                                                        00132400
      ******************************************************************00132500
      *       E N C E R R A M E N T O   E M   A N D A M E N T O        *00132600
      ******************************************************************00132700
                                                                        00132800
      *----------------------------------------------------------------*00132900
       3100-TRATAR-ANDAMENTO                 SECTION.                   00133000
      *----------------------------------------------------------------*00133100
                                                                        00133200
            MOVE FD-ENCPEND            TO WRK-ENCSAI                    00133300
            MOVE ZEROS                 TO WRK-SALDO-FINAL               00133400
                                          WRK-VALOR-IOF                 00133450
            MOVE WRK-ENS-VALOR-JUROS   TO WRK-VALOR-JUROS               00133500
            MOVE WRK-ENS-VALOR-TARIFA  TO WRK-VALOR-TARIFA              00133600
                                                                        00133700
      *     FORA DO CADASTRO: O FR05EX20 JA ENCERROU A CONTA           *00133800
            IF WRK-CHAVE-ATUAL-CLI NOT EQUAL WRK-CHAVE-PROC             00133900
               ADD 1                   TO ACUM-ENCERRADAS               00134000
               MOVE 'ENCERRADA'        TO WRK-ACAO                      00134100
               PERFORM 3850-GRAVAR-LINHA                                00134200
               GO                      TO 3100-99-FIM                   00134300
            END-IF                                                      00134400
                                                                        00134500
            MOVE FD-CLI2505-SALDO      TO WRK-SALDO-FINAL               00134600
                                                                        00134700
      *     LIQUIDACAO AINDA NAO POSTADA PELO CICLO: CONTINUA          *00134800
            IF WRK-ENS-LIQUIDADA                                        00134900
             AND FD-CLI2505-DATA-ULT-MOV LESS WRK-ENS-DATA-LIQUIDACAO   00135000
               MOVE 'AGUARDANDO'       TO WRK-ACAO                      00135100
               PERFORM 3850-GRAVAR-LINHA                                00135200
               PERFORM 3800-GRAVAR-ENCNOVO                              00135300
               GO                      TO 3100-99-FIM                   00135400
            END-IF                                                      00135500
                                                                        00135600
      *     POSTADA E COM SALDO: ALGO MAIS MEXEU NA CONTA (OU A        *00135700
      *     DEVOLUCAO FOI RECUSADA); A AGENCIA TEM DE REFAZER O PEDIDO *00135800
            IF FD-CLI2505-SALDO NOT EQUAL ZEROS                         00135900
               ADD 1                   TO ACUM-DIVERGENTES              00136000
               MOVE 'DIVERGENTE'       TO WRK-ACAO                      00136100
               PERFORM 3850-GRAVAR-LINHA                                00136200
               MOVE 'A'                TO WRK-SEVERIDADE                00136300
               MOVE 'FR05EX53'         TO WRK-PROGRAMA                  00136400
               MOVE '3100  '           TO WRK-SECAO                     00136500
               MOVE 'SALDO NAO ZERADO APOS A LIQUIDACAO'                00136600
                                       TO WRK-MENSAGEM                  00136700
               MOVE WRK-CHAVE-PROC     TO WRK-STATUS                    00136800
               CALL 'GRAVALOG'         USING WRK-LOG                    00136900
               GO                      TO 3100-99-FIM                   00137000
            END-IF                                                      00137100
                                                                        00137200
            IF WRK-ENS-LIQUIDADA                                        00137300
               MOVE 'ENVIADA'          TO WRK-ACAO                      00137400
            ELSE                                                        00137500
               MOVE 'REENVIADA'        TO WRK-ACAO                      00137600
            END-IF                                                      00137700
                                                                        00137800
            MOVE 'E'                   TO WRK-ENS-SITUACAO              00137900
            MOVE 'S'                   TO WRK-GERAR-E                   00138000
            PERFORM 3800-GRAVAR-ENCNOVO                                 00138100
            PERFORM 3850-GRAVAR-LINHA.                                  00138200
                                                                        00138300
      *----------------------------------------------------------------*00138400
       3100-99-FIM.                           EXIT.                     00138500
      *----------------------------------------------------------------*00138600
                                                                        00138700
      ******************************************************************00138800
      *             P E D I D O   D E   E N C E R R A M E N T O        *00138900
      ******************************************************************00139000
                                                                        00139100
      *----------------------------------------------------------------*00139200
       3200-TRATAR-PEDIDO                    SECTION.                   00139300
      *----------------------------------------------------------------*00139400
                                                                        00139500
            ADD 1                      TO ACUM-PEDIDOS                  00139600
            MOVE ZEROS                 TO WRK-VALOR-JUROS               00139700
                                          WRK-VALOR-TARIFA              00139800
                                          WRK-VALOR-IOF                 00139850
                                          WRK-SALDO-FINAL               00139900
                                          WRK-QTD-MOV-CONTA             00140000
                                                                        00140100
            IF WRK-CHAVE-ATUAL-CLI NOT EQUAL WRK-CHAVE-PROC             00140200
               ADD 1                   TO ACUM-RECUSADAS                00140300
               MOVE 'INEXISTENTE'      TO WRK-ACAO                      00140400
               PERFORM 3850-GRAVAR-LINHA                                00140500
               GO                      TO 3200-99-FIM                   00140600
            END-IF                                                      00140700
                                                                        00140800
      *     JUROS DE CHEQUE ESPECIAL ACUMULADOS NA COMPETENCIA, COM O  *00140866
      *     IOF AINDA NAO COBRADO                                      *00140932
            IF WRK-CHAVE-ATUAL-JUR EQUAL WRK-CHAVE-PROC                 00141000
               MOVE FD-JUR-VALOR-ACUM  TO WRK-VALOR-JUROS               00141100
               IF NOT FD-JUR-IOF-COBRADO-SIM                            00141125
                  MOVE FD-JUR-IOF-ACUM TO WRK-VALOR-IOF                 00141150
               END-IF                                                   00141175
            END-IF                                                      00141200
                                                                        00141300
      *     TARIFA MENSAL DO SEGMENTO PRO RATA DOS DIAS DO MES         *00141400
            EVALUATE TRUE                                               00141500
              WHEN FD-CLI2505-SEG-VAREJO                                00141600
                AND WRK-TAR-SEG-VAREJO  GREATER ZEROS                   00141700
               MOVE WRK-TAR-SEG-VAREJO  TO WRK-TARIFA-MENSAL            00141800
              WHEN FD-CLI2505-SEG-EMPRESA                               00141900
                AND WRK-TAR-SEG-EMPRESA GREATER ZEROS                   00142000
               MOVE WRK-TAR-SEG-EMPRESA TO WRK-TARIFA-MENSAL            00142100
              WHEN FD-CLI2505-SEG-GOVERNO                               00142200
                AND WRK-TAR-SEG-GOVERNO GREATER ZEROS                   00142300
               MOVE WRK-TAR-SEG-GOVERNO TO WRK-TARIFA-MENSAL            00142400
              WHEN OTHER                                                00142500
               MOVE WRK-TAR-SEG-PADRAO  TO WRK-TARIFA-MENSAL            00142600
            END-EVALUATE                                                00142700
                                                                        00142800
            COMPUTE WRK-VALOR-TARIFA ROUNDED =                          00142900
                    WRK-TARIFA-MENSAL * WRK-DIA-MES / 30                00143000
            IF WRK-VALOR-TARIFA GREATER WRK-TARIFA-MENSAL               00143100
               MOVE WRK-TARIFA-MENSAL  TO WRK-VALOR-TARIFA              00143200
            END-IF                                                      00143300
                                                                        00143400
            COMPUTE WRK-SALDO-FINAL = FD-CLI2505-SALDO                  00143500
                                    - WRK-VALOR-JUROS                   00143600
                                    - WRK-VALOR-TARIFA                  00143700
                                    - WRK-VALOR-IOF                     00143750
                                                                        00143800
      *     BLOQUEIO ATIVO DE QUALQUER TIPO: A CONTA NAO E LIQUIDADA   *00000000
      *     NEM DEVOLVE SALDO ENQUANTO A ORDEM VALER; JURACUM E        *00000000
      *     DEBAUTO SEGUEM COMO ESTAO                                  *00000000
            PERFORM 3250-VERIFICAR-BLOQUEIOS                            00000000
            IF WRK-BLQ-ATIVO-SIM                                        00000000
               ADD 1                   TO ACUM-RECUSADAS                00000000
               MOVE 'BLOQUEADA'        TO WRK-ACAO                      00000000
               PERFORM 3850-GRAVAR-LINHA                                00000000
               PERFORM 3600-EMITIR-CARTA                                00000000
               MOVE 'PEDIDO NAO ATENDIDO: CONTA COM BLOQUEIO JUDICIAL'  00000000
                                       TO WRK-CX-TEXTO                  00000000
               WRITE FD-CARTAS         FROM WRK-CAR-TEXTO               00000000
               MOVE 'OU ADMINISTRATIVO ATIVO. REFAZER O PEDIDO DE'      00000000
                                       TO WRK-CX-TEXTO                  00000000
               WRITE FD-CARTAS         FROM WRK-CAR-TEXTO               00000000
               MOVE 'ENCERRAMENTO APOS O LEVANTAMENTO DO BLOQUEIO.'     00000000
                                       TO WRK-CX-TEXTO                  00000000
               WRITE FD-CARTAS         FROM WRK-CAR-TEXTO               00000000
               WRITE FD-CARTAS         FROM WRK-CAR-BRANCO              00000000
               PERFORM 1190-TESTAR-WRK-FS-SAIDAS                        00000000
               GO                      TO 3200-99-FIM                   00000000
            END-IF                                                      00000000
                                                                        00000000
      *     SALDO FINAL DEVEDOR: O CLIENTE TEM DE COBRIR ANTES         *00143900
            IF WRK-SALDO-FINAL LESS ZEROS                               00144000
               ADD 1                   TO ACUM-RECUSADAS                00144100
               MOVE 'RECUSADA'         TO WRK-ACAO                      00144200
               PERFORM 3850-GRAVAR-LINHA                                00144300
               PERFORM 3600-EMITIR-CARTA                                00144400
               MOVE 'PEDIDO NAO ATENDIDO: COBRIR O SALDO DEVEDOR ACIMA' 00144500
                                       TO WRK-CX-TEXTO                  00144600
               WRITE FD-CARTAS         FROM WRK-CAR-TEXTO               00144700
               MOVE 'NA AGENCIA E REFAZER O PEDIDO DE ENCERRAMENTO.'    00144800
                                       TO WRK-CX-TEXTO                  00144900
               WRITE FD-CARTAS         FROM WRK-CAR-TEXTO               00145000
               WRITE FD-CARTAS         FROM WRK-CAR-BRANCO              00145100
               PERFORM 1190-TESTAR-WRK-FS-SAIDAS                        00145200
               GO                      TO 3200-99-FIM                   00145300
            END-IF                                                      00145400
                                                                        00145500
            MOVE 'S'                   TO WRK-LIQUIDAR                  00145600
            ADD 1                      TO ACUM-LIQUIDADAS               00145700
                                                                        00145800
            IF WRK-VALOR-JUROS GREATER ZEROS                            00145900
               MOVE 'J'                TO WRK-TIPO-MOV                  00146000
               MOVE 'JUROS CH ESP ENCERRAMENTO'                         00146100
                                       TO WRK-HIST-MOV                  00146200
               MOVE WRK-VALOR-JUROS    TO WRK-VALOR-MOV                 00146300
               PERFORM 3400-GRAVAR-MOVIMENTO                            00146400
            END-IF                                                      00146500
                                                                        00146600
            IF WRK-VALOR-TARIFA GREATER ZEROS                           00146700
               MOVE 'F'                TO WRK-TIPO-MOV                  00146800
               MOVE 'TARIFA PRO RATA ENCERRAMENTO'                      00146900
                                       TO WRK-HIST-MOV                  00147000
               MOVE WRK-VALOR-TARIFA   TO WRK-VALOR-MOV                 00147100
               PERFORM 3400-GRAVAR-MOVIMENTO                            00147200
            END-IF                                                      00147300
                                                                        00147400
            IF WRK-VALOR-IOF GREATER ZEROS                              00147410
               MOVE 'D'                TO WRK-TIPO-MOV                  00147420
               MOVE 'IOF CH ESP ENCERRAMENTO'                           00147430
                                       TO WRK-HIST-MOV                  00147440
               MOVE WRK-VALOR-IOF      TO WRK-VALOR-MOV                 00147450
               PERFORM 3400-GRAVAR-MOVIMENTO                            00147460
               ADD WRK-VALOR-IOF       TO ACUM-VALOR-IOF                00147470
            END-IF                                                      00147480
                                                                        00147490
            IF WRK-SALDO-FINAL GREATER ZEROS                            00147500
               MOVE 'D'                TO WRK-TIPO-MOV                  00147600
               MOVE 'DEVOLUCAO SALDO ENCERRAMENTO'                      00147700
                                       TO WRK-HIST-MOV                  00147800
               MOVE WRK-SALDO-FINAL    TO WRK-VALOR-MOV                 00147900
               PERFORM 3400-GRAVAR-MOVIMENTO                            00148000
               ADD WRK-SALDO-FINAL     TO ACUM-VALOR-DEVOLVIDO          00148100
            END-IF                                                      00148200
                                                                        00148300
            MOVE SPACES                TO WRK-ENCSAI                    00148400
            MOVE WRK-CHAVE-PROC        TO WRK-ENS-CHAVE                 00148500
            MOVE FD-PED-DATA-PEDIDO    TO WRK-ENS-DATA-PEDIDO           00148600
            MOVE WRK-DATA-EXEC         TO WRK-ENS-DATA-LIQUIDACAO       00148700
      *     NO ANDAMENTO O VALOR DE JUROS GUARDA JUROS + IOF           *00148750
            COMPUTE WRK-ENS-VALOR-JUROS =                               00148800
                    WRK-VALOR-JUROS + WRK-VALOR-IOF                     00148850
            MOVE WRK-VALOR-TARIFA      TO WRK-ENS-VALOR-TARIFA          00148900
            MOVE WRK-SALDO-FINAL       TO WRK-ENS-VALOR-DEVOLVIDO       00149000
                                                                        00149100
      *     NADA A POSTAR (SALDO JA ZERADO, SEM JUROS NEM TARIFA): O   *00149200
      *     ENCERRAMENTO JA PODE IR PARA O LOTE MANCLI                 *00149300
            IF WRK-QTD-MOV-CONTA EQUAL ZEROS                            00149400
               MOVE 'E'                TO WRK-ENS-SITUACAO              00149500
               MOVE 'S'                TO WRK-GERAR-E                   00149600
               MOVE 'ENVIADA'          TO WRK-ACAO                      00149700
            ELSE                                                        00149800
               MOVE 'L'                TO WRK-ENS-SITUACAO              00149900
               MOVE 'LIQUIDADA'        TO WRK-ACAO                      00150000
            END-IF                                                      00150100
                                                                        00150200
            PERFORM 3800-GRAVAR-ENCNOVO                                 00150300
            PERFORM 3850-GRAVAR-LINHA                                   00150400
            PERFORM 3600-EMITIR-CARTA                                   00150500
            MOVE 'O SALDO FINAL ACIMA SERA DEVOLVIDO E A CONTA FECHADA.'00150600
                                       TO WRK-CX-TEXTO                  00150700
            WRITE FD-CARTAS            FROM WRK-CAR-TEXTO               00150800
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00150900
                                                                        00151000
      *----------------------------------------------------------------*00151100
       3200-99-FIM.                           EXIT.                     00151200
      *----------------------------------------------------------------*00151300
                                                                        00151400
      *----------------------------------------------------------------*00000000
       3250-VERIFICAR-BLOQUEIOS              SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     BLOQUEIOS LIDOS SO PARA FRENTE, NA ORDEM DA CHAVE          *00000000
            MOVE 'N'                   TO WRK-BLQ-ATIVO                 00000000
                                                                        00000000
            PERFORM 2800-LER-BLOQJUD                                    00000000
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT LESS WRK-CHAVE-PROC   00000000
            PERFORM 3260-GUARDAR-BLOQUEIO                               00000000
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT EQUAL                 00000000
                          WRK-CHAVE-PROC.                               00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3250-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3260-GUARDAR-BLOQUEIO                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     ATIVO = SITUACAO 'A' E DATA DE MOVIMENTO DENTRO DA         *00000000
      *     VIGENCIA, COMO NA POSTAGEM (FR05EX03 3280)                 *00000000
            IF FD-BLQ-SIT-ATIVO                                         00000000
             AND FD-BLQ-TIPO-VALIDO                                     00000000
             AND FD-BLQ-DATA-INI NOT GREATER WRK-DATA-EXEC              00000000
             AND (FD-BLQ-DATA-FIM EQUAL SPACES                          00000000
                  OR FD-BLQ-DATA-FIM NOT LESS WRK-DATA-EXEC)            00000000
               MOVE 'S'                TO WRK-BLQ-ATIVO                 00000000
            END-IF                                                      00000000
                                                                        00000000
            PERFORM 2800-LER-BLOQJUD.                                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3260-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00151500
       3300-DESCARTAR-PEDIDO                 SECTION.                   00151600
      *----------------------------------------------------------------*00151700
                                                                        00151800
            ADD 1                      TO ACUM-PEDIDOS-DUPLIC           00151900
            PERFORM 2200-LER-PEDENC.                                    00152000
                                                                        00152100
      *----------------------------------------------------------------*00152200
       3300-99-FIM.                           EXIT.                     00152300
      *----------------------------------------------------------------*00152400
                                                                        00152500
      *----------------------------------------------------------------*00152600
       3400-GRAVAR-MOVIMENTO                 SECTION.                   00152700
      *----------------------------------------------------------------*00152800
                                                                        00152900
            MOVE SPACES                TO FD-MOV2505                    00153000
            MOVE FD-CLI2505-AGENCIA    TO FD-MOV2505-AGENCIA            00153100
            MOVE FD-CLI2505-CONTA      TO FD-MOV2505-CONTA              00153200
            MOVE WRK-HIST-MOV          TO FD-MOV2505-MOVIMENTO          00153300
            MOVE WRK-VALOR-MOV         TO FD-MOV2505-VALOR              00153400
            MOVE WRK-TIPO-MOV          TO FD-MOV2505-TIPO               00153500
            WRITE FD-MOV2505                                            00153600
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00153700
                                                                        00153800
            ADD 1                      TO ACUM-GERADOS                  00153900
                                          WRK-QTD-MOV-CONTA             00154000
            ADD WRK-VALOR-MOV          TO ACUM-HASH-GERADO.             00154100
                                                                        00154200
      *----------------------------------------------------------------*00154300
       3400-99-FIM.                           EXIT.                     00154400
      *----------------------------------------------------------------*00154500
                                                                        00154600
      *----------------------------------------------------------------*00154700
       3500-COPIAR-DEBAUTO                   SECTION.                   00154800
      *----------------------------------------------------------------*00154900
                                                                        00155000
      *     CONTA LIQUIDADA: AS ORDENS ATIVAS SAO CANCELADAS E LISTADA *00155100
      *     NA CARTA                                                   *00155200
            IF WRK-LIQUIDAR-SIM                                         00155300
             AND FD-DEB-ATIVO-SIM                                       00155400
               MOVE 'N'                TO FD-DEB-ATIVO                  00155500
               ADD 1                   TO ACUM-ORDENS-CANCELADAS        00155600
               IF NOT WRK-TEM-ORDEM-SIM                                 00155700
                  MOVE 'S'             TO WRK-TEM-ORDEM                 00155800
                  WRITE FD-CARTAS      FROM WRK-CAR-BRANCO              00155900
                  MOVE 'DEBITOS AUTOMATICOS CANCELADOS:'                00156000
                                       TO WRK-CX-TEXTO                  00156100
                  WRITE FD-CARTAS      FROM WRK-CAR-TEXTO               00156200
               END-IF                                                   00156300
               MOVE FD-DEB-DESCRICAO   TO WRK-CI-TEXTO                  00156400
               MOVE FD-DEB-VALOR       TO WRK-CI-VALOR                  00156500
               WRITE FD-CARTAS         FROM WRK-CAR-ITEM                00156600
               PERFORM 1190-TESTAR-WRK-FS-SAIDAS                        00156700
            END-IF                                                      00156800
                                                                        00156900
            WRITE FD-DEBNOVO           FROM FD-DEBAUTO                  00157000
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00157100
                                                                        00157200
            PERFORM 2500-LER-DEBAUTO.                                   00157300
                                                                        00157400
      *----------------------------------------------------------------*00157500
       3500-99-FIM.                           EXIT.                     00157600
      *----------------------------------------------------------------*00157700
                                                                        00157800
      ******************************************************************00157900
      *         C A R T A   D E   E N C E R R A M E N T O              *00158000
      ******************************************************************00158100
                                                                        00158200
      *----------------------------------------------------------------*00158300
       3600-EMITIR-CARTA                     SECTION.                   00158400
      *----------------------------------------------------------------*00158500
                                                                        00158600
            WRITE FD-CARTAS            FROM WRK-CAR-SEPARA              00158700
            MOVE FD-CLI2505-NOME       TO WRK-CN-NOME                   00158800
            WRITE FD-CARTAS            FROM WRK-CAR-NOME                00158900
                                                                        00159000
            IF WRK-CHAVE-ATUAL-END EQUAL WRK-CHAVE-PROC                 00159100
               MOVE FD-END-LOGRADOURO  TO WRK-CE-LOGRADOURO             00159200
               WRITE FD-CARTAS         FROM WRK-CAR-ENDER               00159300
               MOVE FD-END-CIDADE      TO WRK-CE-CIDADE                 00159400
               MOVE FD-END-UF          TO WRK-CE-UF                     00159500
               MOVE FD-END-CEP         TO WRK-CE-CEP                    00159600
               WRITE FD-CARTAS         FROM WRK-CAR-CIDADE              00159700
            END-IF                                                      00159800
                                                                        00159900
            MOVE FD-CLI2505-AGENCIA    TO WRK-CC-AGENCIA                00160000
            MOVE FD-CLI2505-CONTA      TO WRK-CC-CONTA                  00160100
            WRITE FD-CARTAS            FROM WRK-CAR-CONTA               00160200
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00160300
                                                                        00160400
            MOVE 'DEMONSTRATIVO FINAL DO ENCERRAMENTO DA CONTA'         00160500
                                       TO WRK-CT-TITULO                 00160600
            WRITE FD-CARTAS            FROM WRK-CAR-TITULO              00160700
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00160800
                                                                        00160900
            MOVE 'SALDO ATUAL'         TO WRK-CI-TEXTO                  00161000
            MOVE FD-CLI2505-SALDO      TO WRK-CI-VALOR                  00161100
            WRITE FD-CARTAS            FROM WRK-CAR-ITEM                00161200
            MOVE '(-) JUROS DE CHEQUE ESPECIAL'                         00161300
                                       TO WRK-CI-TEXTO                  00161400
            MOVE WRK-VALOR-JUROS       TO WRK-CI-VALOR                  00161500
            WRITE FD-CARTAS            FROM WRK-CAR-ITEM                00161600
            MOVE '(-) IOF SOBRE CHEQUE ESPECIAL'                        00161620
                                       TO WRK-CI-TEXTO                  00161640
            MOVE WRK-VALOR-IOF         TO WRK-CI-VALOR                  00161660
            WRITE FD-CARTAS            FROM WRK-CAR-ITEM                00161680
            MOVE '(-) TARIFA PRO RATA DO MES'                           00161700
                                       TO WRK-CI-TEXTO                  00161800
            MOVE WRK-VALOR-TARIFA      TO WRK-CI-VALOR                  00161900
            WRITE FD-CARTAS            FROM WRK-CAR-ITEM                00162000
            MOVE '(=) SALDO FINAL'     TO WRK-CI-TEXTO                  00162100
            MOVE WRK-SALDO-FINAL       TO WRK-CI-VALOR                  00162200
            WRITE FD-CARTAS            FROM WRK-CAR-ITEM                00162300
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00162400
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00162500
                                                                        00162600
      *----------------------------------------------------------------*00162700
       3600-99-FIM.                           EXIT.                     00162800
      *----------------------------------------------------------------*00162900
                                                                        00163000
      *----------------------------------------------------------------*00163100
       3650-FECHAR-CARTA                     SECTION.                   00163200
      *----------------------------------------------------------------*00163300
                                                                        00163400
            WRITE FD-CARTAS            FROM WRK-CAR-BRANCO              00163500
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00163600
                                                                        00163700
      *----------------------------------------------------------------*00163800
       3650-99-FIM.                           EXIT.                     00163900
      *----------------------------------------------------------------*00164000
                                                                        00164100
      *----------------------------------------------------------------*00164200
       3700-GRAVAR-ENCERRAMENTO              SECTION.                   00164300
      *----------------------------------------------------------------*00164400
                                                                        00164500
      *     O ENCERRAMENTO 'E' SO LEVA A CHAVE (FR05EX20 3400)         *00164600
            MOVE SPACES                TO WRK-MANSAI                    00164700
            MOVE '1'                   TO WRK-MNS-TIPO-REG              00164800
            MOVE 'E'                   TO WRK-MNS-OPERACAO              00164900
            MOVE WRK-CHAVE-PROC        TO WRK-MNS-CHAVE                 00165000
            MOVE ZEROS                 TO WRK-MNS-LIM-CHESP             00165100
            WRITE FD-MANNOVO           FROM WRK-MANSAI                  00165200
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00165300
                                                                        00165400
            ADD 1                      TO ACUM-ENVIADAS-MANCLI.         00165500
                                                                        00165600
      *----------------------------------------------------------------*00165700
       3700-99-FIM.                           EXIT.                     00165800
      *----------------------------------------------------------------*00165900
                                                                        00166000
      *----------------------------------------------------------------*00166100
       3800-GRAVAR-ENCNOVO                   SECTION.                   00166200
      *----------------------------------------------------------------*00166300
                                                                        00166400
            WRITE FD-ENCNOVO           FROM WRK-ENCSAI                  00166500
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00166600
            ADD 1                      TO ACUM-ANDAMENTO.               00166700
                                                                        00166800
      *----------------------------------------------------------------*00166900
       3800-99-FIM.                           EXIT.                     00167000
      *----------------------------------------------------------------*00167100
                                                                        00167200
      *----------------------------------------------------------------*00167300
       3850-GRAVAR-LINHA                     SECTION.                   00167400
      *----------------------------------------------------------------*00167500
                                                                        00167600
            MOVE WRK-ACAO              TO WRK-LE-ACAO                   00167700
            MOVE WRK-CHAVE-PROC (1:4)  TO WRK-LE-AGENCIA                00167800
            MOVE WRK-CHAVE-PROC (5:6)  TO WRK-LE-CONTA                  00167900
            COMPUTE WRK-LE-JUROS = WRK-VALOR-JUROS + WRK-VALOR-IOF      00168000
            MOVE WRK-VALOR-TARIFA      TO WRK-LE-TARIFA                 00168100
            MOVE WRK-SALDO-FINAL       TO WRK-LE-FINAL                  00168200
                                                                        00168300
            IF WRK-CHAVE-ATUAL-CLI EQUAL WRK-CHAVE-PROC                 00168400
               MOVE FD-CLI2505-SALDO   TO WRK-LE-SALDO                  00168500
            ELSE                                                        00168600
               MOVE ZEROS              TO WRK-LE-SALDO                  00168700
            END-IF                                                      00168800
                                                                        00168900
            WRITE FD-RELENC            FROM WRK-LINENC                  00169000
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00169100
                                                                        00169200
      *----------------------------------------------------------------*00169300
       3850-99-FIM.                           EXIT.                     00169400
      *----------------------------------------------------------------*00169500
                                                                        00169600
      *----------------------------------------------------------------*00169700
       3900-COPIAR-MANCLI                    SECTION.                   00169800
      *----------------------------------------------------------------*00169900
                                                                        00170000
            IF FD-MAN-OP-ENCERRA                                        00170100
               MOVE 'S'                TO WRK-MAN-TEM-E                 00170200
            END-IF                                                      00170300
                                                                        00170400
            WRITE FD-MANNOVO           FROM FD-MANCLI                   00170500
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00170600
                                                                        00170700
            PERFORM 2600-LER-MANANT.                                    00170800
                                                                        00170900
      *----------------------------------------------------------------*00171000
       3900-99-FIM.                           EXIT.                     00171100
      *----------------------------------------------------------------*00171200
                                                                        00171300
      ******************************************************************00171400
      *                     F I N A L I Z A R                          *00171500
      ******************************************************************00171600
                                                                        00171700
      *----------------------------------------------------------------*00171800
       4000-FINALIZAR                        SECTION.                   00171900
      *----------------------------------------------------------------*00172000
                                                                        00172100
            MOVE SPACES               TO FD-MOV2505                     00172200
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00172300
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00172400
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00172500
            WRITE FD-MOV2505                                            00172600
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00172700
                                                                        00172800
            PERFORM 4100-TRAILER-MANCLI                                 00172900
                                                                        00173000
            MOVE SPACES               TO FD-RELENC                      00173100
            WRITE FD-RELENC                                             00173200
                                                                        00173300
            MOVE 'PEDIDOS DE ENCERRAMENTO'                              00173400
                                      TO WRK-LT-TEXTO                   00173500
            MOVE ACUM-PEDIDOS         TO WRK-LT-QTD                     00173600
            WRITE FD-RELENC           FROM WRK-LINTOT                   00173700
            MOVE 'CONTAS LIQUIDADAS'  TO WRK-LT-TEXTO                   00173800
            MOVE ACUM-LIQUIDADAS      TO WRK-LT-QTD                     00173900
            WRITE FD-RELENC           FROM WRK-LINTOT                   00174000
            MOVE 'PEDIDOS RECUSADOS'  TO WRK-LT-TEXTO                   00174100
            MOVE ACUM-RECUSADAS       TO WRK-LT-QTD                     00174200
            WRITE FD-RELENC           FROM WRK-LINTOT                   00174300
            MOVE 'ENCERRAMENTOS NO MANCLI'                              00174400
                                      TO WRK-LT-TEXTO                   00174500
            MOVE ACUM-ENVIADAS-MANCLI TO WRK-LT-QTD                     00174600
            WRITE FD-RELENC           FROM WRK-LINTOT                   00174700
            MOVE 'CONTAS ENCERRADAS'  TO WRK-LT-TEXTO                   00174800
            MOVE ACUM-ENCERRADAS      TO WRK-LT-QTD                     00174900
            WRITE FD-RELENC           FROM WRK-LINTOT                   00175000
            MOVE 'DIVERGENCIAS APOS POSTAGEM'                           00175100
                                      TO WRK-LT-TEXTO                   00175200
            MOVE ACUM-DIVERGENTES     TO WRK-LT-QTD                     00175300
            WRITE FD-RELENC           FROM WRK-LINTOT                   00175400
            MOVE 'DEBITOS AUTOMATICOS CANCELADOS'                       00175500
                                      TO WRK-LT-TEXTO                   00175600
            MOVE ACUM-ORDENS-CANCELADAS                                 00175700
                                      TO WRK-LT-QTD                     00175800
            WRITE FD-RELENC           FROM WRK-LINTOT                   00175900
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS                           00176000
                                                                        00176100
            CLOSE CLI2505                                               00176200
                  ENCNOVO                                               00176300
                  JURNOVO                                               00176400
                  DEBNOVO                                               00176500
                  MANNOVO                                               00176600
                  MOVENC                                                00176700
                  CARTAS                                                00176800
                  RELENC                                                00176900
                                                                        00177000
            IF NOT WRK-SEM-PEDENC-SIM                                   00177100
               CLOSE PEDENC                                             00177200
            END-IF                                                      00177300
                                                                        00177400
            IF NOT WRK-SEM-ENCANT-SIM                                   00177500
               CLOSE ENCANT                                             00177600
            END-IF                                                      00177700
                                                                        00177800
            IF NOT WRK-SEM-JURANT-SIM                                   00177900
               CLOSE JURANT                                             00178000
            END-IF                                                      00178100
                                                                        00178200
            IF NOT WRK-SEM-DEBAUTO-SIM                                  00178300
               CLOSE DEBAUTO                                            00178400
            END-IF                                                      00178500
                                                                        00178600
            IF NOT WRK-SEM-MANANT-SIM                                   00178700
               CLOSE MANANT                                             00178800
            END-IF                                                      00178900
                                                                        00179000
            IF NOT WRK-SEM-ENDCLI-SIM                                   00179100
               CLOSE ENDCLI                                             00179200
            END-IF                                                      00179300
                                                                        00000000
            IF NOT WRK-SEM-BLOQJUD-SIM                                  00000000
               CLOSE BLOQJUD                                            00000000
            END-IF                                                      00000000
                                                                        00179400
            DISPLAY '*************************************************' 00179500
            DISPLAY '       LIQUIDACAO E ENCERRAMENTO DE CONTAS       ' 00179600
            DISPLAY '                                                 ' 00179700
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00179800
            DISPLAY '  PEDIDOS             :  ' ACUM-PEDIDOS            00179900
            DISPLAY '  PEDIDOS REPETIDOS   :  ' ACUM-PEDIDOS-DUPLIC     00180000
            DISPLAY '  LIQUIDADAS          :  ' ACUM-LIQUIDADAS         00180100
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00180200
            DISPLAY '  MOVIMENTOS GERADOS  :  ' ACUM-GERADOS            00180300
            DISPLAY '  VALOR DEVOLVIDO     :  ' ACUM-VALOR-DEVOLVIDO    00180400
            DISPLAY '  IOF COBRADO         :  ' ACUM-VALOR-IOF          00180450
            DISPLAY '  ENVIADAS AO MANCLI  :  ' ACUM-ENVIADAS-MANCLI    00180500
            DISPLAY '  ENCERRADAS          :  ' ACUM-ENCERRADAS         00180600
            DISPLAY '  DIVERGENTES         :  ' ACUM-DIVERGENTES        00180700
            DISPLAY '  ORDENS CANCELADAS   :  ' ACUM-ORDENS-CANCELADAS  00180800
            DISPLAY '  EM ANDAMENTO        :  ' ACUM-ANDAMENTO          00180900
            DISPLAY '                                                 ' 00181000
            DISPLAY '*************************************************'.00181100
                                                                        00181200
      *----------------------------------------------------------------*00181300
       4000-99-FIM.                           EXIT.                     00181400
      *----------------------------------------------------------------*00181500
                                                                        00181600
      *----------------------------------------------------------------*00181700
       4100-TRAILER-MANCLI                   SECTION.                   00181800
      *----------------------------------------------------------------*00181900
                                                                        00182000
      *     LOTE DAS AGENCIAS COM DETALHE E SEM TRAILER SEGUE SEM      *00182100
      *     TRAILER: O FR05EX20 RECUSA O LOTE INTEIRO E O 'E' E        *00182200
      *     REENVIADO NO DIA SEGUINTE                                  *00182300
            IF NOT WRK-TRAILER-MAN-SIM                                  00182400
             AND NOT WRK-HEADER-PROPRIO-SIM                             00182500
               MOVE 'A'                TO WRK-SEVERIDADE                00182600
               MOVE 'FR05EX53'         TO WRK-PROGRAMA                  00182700
               MOVE '4100  '           TO WRK-SECAO                     00182800
               MOVE 'LOTE MANCLI DAS AGENCIAS SEM TRAILER'              00182900
                                       TO WRK-MENSAGEM                  00183000
               MOVE WRK-FS-MANANT      TO WRK-STATUS                    00183100
               CALL 'GRAVALOG'         USING WRK-LOG                    00183200
               GO                      TO 4100-99-FIM                   00183300
            END-IF                                                      00183400
                                                                        00183500
            MOVE SPACES                TO FD-MNV-TRAILER                00183600
            MOVE '9'                   TO FD-MNV-T-TIPO                 00183700
            COMPUTE FD-MNV-T-QTD-REG = WRK-TRL-QTD-MAN                  00183800
                                     + ACUM-ENVIADAS-MANCLI             00183900
            MOVE WRK-TRL-HASH-MAN      TO FD-MNV-T-HASH-LIM             00184000
            WRITE FD-MNV-TRAILER                                        00184100
            PERFORM 1190-TESTAR-WRK-FS-SAIDAS.                          00184200
                                                                        00184300
      *----------------------------------------------------------------*00184400
       4100-99-FIM.                           EXIT.                     00184500
      *----------------------------------------------------------------*00184600
                                                                        00184700
      ******************************************************************00184800
      *                   T R A T A R  E R R O                         *00184900
      ******************************************************************00185000
                                                                        00185100
       9000-TRATAR-ERRO                     SECTION.                    00185200
      *----------------------------------------------------------------*00185300
                  MOVE 'F'                TO WRK-SEVERIDADE             00185400
                  CALL 'GRAVALOG'         USING WRK-LOG                 00185500
                  MOVE 16                 TO RETURN-CODE                00185600
                  GOBACK.                                               00185700
      *----------------------------------------------------------------*00185800
       9000-99-FIM.                           EXIT.                     00185900
      *----------------------------------------------------------------*00186000
