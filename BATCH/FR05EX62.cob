      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX62.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX62                                       *00002000
      *    TIPO.......: CONCESSAO DE EMPRESTIMO PESSOAL                *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : APLICAR SOBRE O CADASTRO DE EMPRESTIMO PESSOAL   *00002800
      *               (EMPCLI, BOOK B#EMPCLI) O LOTE DE PROPOSTAS      *00002900
      *               PROPEMP, POR AGENCIA+CONTA+NUMERO DO CONTRATO,   *00003000
      *               NO MESMO MOLDE DO FR05EX60: HEADER/TRAILER       *00003100
      *               CONFERIDOS NUM PRE-PASSO (QTDE E HASH DO VALOR), *00003200
      *               REGRAVACAO EM EMPNOVO (NOVA GERACAO DO EMPCLI),  *00003300
      *               TRILHA DE AUDITORIA VIA GRAVAUD E PROPOSTA       *00003400
      *               RECUSADA NO EMPREJ COM O MOTIVO.                 *00003500
      *               A PROPOSTA EXIGE CONTA ABERTA NO CLI2505 COM O   *00003600
      *               DOCUMENTO DO TITULAR, VALOR, TAXA % AO MES (ATE  *00003700
      *               9,9999), PRAZO (1 A 120 MESES) E DIA DE          *00003800
      *               VENCIMENTO (01 A 28) VALIDOS, E PASSA PELA       *00003900
      *               POSICAO DO TITULAR NO POSDOC (FR05EX26): PIOR    *00004000
      *               ATRASO NO CHEQUE ESPECIAL (DIAS CONSECUTIVOS EM  *00004100
      *               DEBITO DO DEVACUM) ATE O MAXIMO DO SYSIN E SALDO *00004200
      *               MAIS LIMITE DAS CONTAS NAO NEGATIVO. CONTRATO    *00004300
      *               ANTERIOR DA MESMA CONTA COM PARCELA EM ATRASO    *00004400
      *               TAMBEM RECUSA A PROPOSTA.                        *00004500
      *               A PARCELA E FIXA (TABELA PRICE) E A PRIMEIRA     *00004600
      *               VENCE NO DIA ESCOLHIDO DO MES SEGUINTE. O        *00004700
      *               CREDITO 'C' DO VALOR LIBERADO SAI NO MOVLIB      *00004800
      *               (LAYOUT MOV2505, COM HEADER/TRAILER), PROCESSADO *00004900
      *               COMO UM CICLO PELO FR05EX03, E A PARTIDA DO DIA  *00005000
      *               NO GLLIB (LAYOUT GLMOV): DEBITO 13010000         *00005100
      *               EMPRESTIMOS A CLIENTES / CREDITO 11010000 CAIXA. *00005200
      *               PARCELAS, ATRASO E MORA SAO DO FR05EX63.         *00005300
      *----------------------------------------------------------------*00005400
      *    ARQUIVOS :                                                  *00005500
      *    DDNAME          I/O                                         *00005600
      *    JCLEMPAN         I    CADASTRO DE EMPRESTIMOS (ORDENADO POR *00005700
      *                          AGENCIA+CONTA+CONTRATO)               *00005800
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005900
      *    JCLPOSDC         I    POSICAO POR DOCUMENTO (FR05EX26)      *00006000
      *    JCLPROPE         I    LOTE DE PROPOSTAS                     *00006100
      *    JCLEMPNV         O    CADASTRO DE EMPRESTIMOS REGRAVADO     *00006200
      *    JCLEMPRJ         O    PROPOSTAS RECUSADAS                   *00006300
      *    JCLMOVLB         O    CREDITOS DAS LIBERACOES (MOV2505)     *00006400
      *    JCLGLLIB         O    LANCAMENTOS DAS LIBERACOES (GLMOV)    *00006500
      *----------------------------------------------------------------*00006600
      *    BOOKS    :    B#EMPCLI, B#CLIMST, B#POSDOC, B#MOVREG,       *00006700
      *                  B#GLJRN, B#GRALOG, B#AUDIT, B#RUNCTL,         *00006800
      *                  B#DATPRC                                      *00006900
      *----------------------------------------------------------------*00007000
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00007100
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00007200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00007300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00007400
      *----------------------------------------------------------------*00007500
      *    PARAMETROS (VIA SYSIN):                                     *00007600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007700
      *      ATRASO MAXIMO DO TITULAR EM DIAS, 999 (BRANCOS = 030)     *00007800
      *----------------------------------------------------------------*00007900
      *    HISTORICO DE ALTERACOES:                                    *00008000
      *      DATA        RESP.    DESCRICAO                            *00008100
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008200
      ******************************************************************00008300
      *================================================================*00008400
                                                                        00008500
      *================================================================*00008600
       ENVIRONMENT                                DIVISION.             00008700
      *================================================================*00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       CONFIGURATION                              SECTION.              00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
       SPECIAL-NAMES.                                                   00009400
           DECIMAL-POINT IS COMMA.                                      00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
       INPUT-OUTPUT                               SECTION.              00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FILE-CONTROL.                                                    00010100
             SELECT EMPANT    ASSIGN     TO JCLEMPAN                    00010200
                    FILE STATUS          IS WRK-FS-EMPANT.              00010300
                                                                        00010400
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00010500
                    ORGANIZATION    IS INDEXED                          00010600
                    ACCESS MODE     IS SEQUENTIAL                       00010700
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00010800
                    FILE STATUS          IS WRK-FS-CLI2505.             00010900
                                                                        00011000
             SELECT POSDOC    ASSIGN     TO JCLPOSDC                    00011100
                    FILE STATUS          IS WRK-FS-POSDOC.              00011200
                                                                        00011300
             SELECT PROPEMP   ASSIGN     TO JCLPROPE                    00011400
                    FILE STATUS          IS WRK-FS-PROPEMP.             00011500
                                                                        00011600
             SELECT EMPNOVO   ASSIGN     TO JCLEMPNV                    00011700
                    FILE STATUS          IS WRK-FS-EMPNOVO.             00011800
                                                                        00011900
             SELECT EMPREJ    ASSIGN     TO JCLEMPRJ                    00012000
                    FILE STATUS          IS WRK-FS-EMPREJ.              00012100
                                                                        00012200
             SELECT MOVLIB    ASSIGN     TO JCLMOVLB                    00012300
                    FILE STATUS          IS WRK-FS-MOVLIB.              00012400
                                                                        00012500
             SELECT GLLIB     ASSIGN     TO JCLGLLIB                    00012600
                    FILE STATUS          IS WRK-FS-GLLIB.               00012700
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
      *  INPUT - CADASTRO DE EMPRESTIMOS (EMPCLI) - LRECL = 200.       *00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
       FD EMPANT                                                        00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
                                                                        00014400
           COPY 'B#EMPCLI'.                                             00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
       FD CLI2505.                                                      00015100
                                                                        00015200
           COPY 'B#CLIMST'.                                             00015300
                                                                        00015400
      *----------------------------------------------------------------*00015500
      *  INPUT - POSICAO POR DOCUMENTO (POSDOC) - LRECL = 060.         *00015600
      *----------------------------------------------------------------*00015700
                                                                        00015800
       FD POSDOC                                                        00015900
           RECORDING MODE IS F                                          00016000
           BLOCK CONTAINS 0 RECORDS.                                    00016100
                                                                        00016200
           COPY 'B#POSDOC'.                                             00016300
                                                                        00016400
      *----------------------------------------------------------------*00016500
      *  INPUT - LOTE DE PROPOSTAS (PROPEMP) - LRECL = 080.            *00016600
      *----------------------------------------------------------------*00016700
                                                                        00016800
       FD PROPEMP                                                       00016900
           RECORDING MODE IS F                                          00017000
           BLOCK CONTAINS 0 RECORDS.                                    00017100
       01 FD-PROPEMP.                                                   00017200
          05 FD-PRP-TIPO-REG          PIC X(01).                        00017300
          05 FD-PRP-CHAVE.                                              00017400
             10 FD-PRP-CHAVE-CONTA.                                     00017500
                15 FD-PRP-AGENCIA     PIC 9(04).                        00017600
                15 FD-PRP-CONTA       PIC 9(06).                        00017700
             10 FD-PRP-CONTRATO       PIC 9(05).                        00017800
          05 FD-PRP-VALOR             PIC 9(08)V99.                     00017900
          05 FD-PRP-TAXA-MES          PIC 9(02)V9(04).                  00018000
          05 FD-PRP-PRAZO             PIC 9(03).                        00018100
          05 FD-PRP-DIA-VENCTO        PIC 9(02).                        00018200
          05 FILLER                   PIC X(43).                        00018300
                                                                        00018400
       01 FD-PRP-HEADER.                                                00018500
          05 FD-PRP-H-TIPO            PIC X(01).                        00018600
          05 FD-PRP-H-ORIGEM          PIC X(08).                        00018700
          05 FD-PRP-H-DATA            PIC X(08).                        00018800
          05 FILLER                   PIC X(63).                        00018900
                                                                        00019000
       01 FD-PRP-TRAILER.                                               00019100
          05 FD-PRP-T-TIPO            PIC X(01).                        00019200
          05 FD-PRP-T-QTD-REG         PIC 9(07).                        00019300
          05 FD-PRP-T-HASH-VALOR      PIC 9(11)V99.                     00019400
          05 FILLER                   PIC X(59).                        00019500
                                                                        00019600
      *----------------------------------------------------------------*00019700
      *  OUTPUT - CADASTRO DE EMPRESTIMOS REGRAVADO - LRECL = 200.     *00019800
      *----------------------------------------------------------------*00019900
                                                                        00020000
       FD EMPNOVO                                                       00020100
           RECORDING MODE IS F                                          00020200
           BLOCK CONTAINS 0 RECORDS.                                    00020300
       01 FD-EMPNOVO                  PIC X(200).                       00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
      *  OUTPUT - PROPOSTAS RECUSADAS (EMPREJ) - LRECL = 110.          *00020700
      *----------------------------------------------------------------*00020800
                                                                        00020900
       FD EMPREJ                                                        00021000
           RECORDING MODE IS F                                          00021100
           BLOCK CONTAINS 0 RECORDS.                                    00021200
       01 FD-EMPREJ.                                                    00021300
          05 FD-ERJ-PROPOSTA          PIC X(080).                       00021400
          05 FD-ERJ-MOTIVO            PIC X(030).                       00021500
                                                                        00021600
      *----------------------------------------------------------------*00021700
      *  OUTPUT - CREDITOS DAS LIBERACOES (MOVLIB) - LRECL = 106.      *00021800
      *----------------------------------------------------------------*00021900
                                                                        00022000
       FD MOVLIB                                                        00022100
           RECORDING MODE IS F                                          00022200
           BLOCK CONTAINS 0 RECORDS.                                    00022300
                                                                        00022400
           COPY 'B#MOVREG'.                                             00022500
                                                                        00022600
      *----------------------------------------------------------------*00022700
      *  OUTPUT - LANCAMENTOS DAS LIBERACOES (GLLIB) - LRECL = 060.    *00022800
      *----------------------------------------------------------------*00022900
                                                                        00023000
       FD GLLIB                                                         00023100
           RECORDING MODE IS F                                          00023200
           BLOCK CONTAINS 0 RECORDS.                                    00023300
                                                                        00023400
           COPY 'B#GLJRN'.                                              00023500
                                                                        00023600
      *----------------------------------------------------------------*00023700
       WORKING-STORAGE                            SECTION.              00023800
      *----------------------------------------------------------------*00023900
      *----------------------------------------------------------------*00024000
       01 FILLER                         PIC X(050)       VALUE         00024100
                   '*** INICIO DA WORKING FR05EX62 ***'.                00024200
      *----------------------------------------------------------------*00024300
                                                                        00024400
       77 WRK-FS-EMPANT                  PIC X(002) VALUE SPACES.       00024500
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00024600
       77 WRK-FS-POSDOC                  PIC X(002) VALUE SPACES.       00024700
       77 WRK-FS-PROPEMP                 PIC X(002) VALUE SPACES.       00024800
       77 WRK-FS-EMPNOVO                 PIC X(002) VALUE SPACES.       00024900
       77 WRK-FS-EMPREJ                  PIC X(002) VALUE SPACES.       00025000
       77 WRK-FS-MOVLIB                  PIC X(002) VALUE SPACES.       00025100
       77 WRK-FS-GLLIB                   PIC X(002) VALUE SPACES.       00025200
                                                                        00025300
      *----------------------------------------------------------------*00025400
       01 FILLER                         PIC X(050)       VALUE         00025500
                     '*** AREA DA ACUMULADORES ***'.                    00025600
      *----------------------------------------------------------------*00025700
                                                                        00025800
       77 ACUM-LIDOS-EMPANT              PIC 9(007) VALUE ZEROS.        00025900
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00026000
       77 ACUM-LIDOS-POSDOC              PIC 9(007) VALUE ZEROS.        00026100
       77 ACUM-LIDOS-PROPEMP             PIC 9(007) VALUE ZEROS.        00026200
       77 ACUM-GRAV-EMPNOVO              PIC 9(007) VALUE ZEROS.        00026300
       77 ACUM-CONCEDIDOS                PIC 9(005) VALUE ZEROS.        00026400
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00026500
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00026600
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00026700
       77 ACUM-VALOR-LIBERADO            PIC 9(013)V99 VALUE ZEROS.     00026800
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00026900
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00027000
                                                                        00027100
      *----------------------------------------------------------------*00027200
       01 FILLER                         PIC X(050)       VALUE         00027300
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00027400
      *----------------------------------------------------------------*00027500
                                                                        00027600
       77 WRK-PARM-MAX-ATRASO            PIC 9(003) VALUE ZEROS.        00027700
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00027800
       77 WRK-CHAVE-ANT-PRP              PIC X(015) VALUE LOW-VALUES.   00027900
       77 WRK-CHAVE-ATUAL-PRP            PIC X(015) VALUE SPACES.       00028000
       77 WRK-CHAVE-ATUAL-EMP            PIC X(015) VALUE SPACES.       00028100
       77 WRK-CHAVE-APLICADA             PIC X(015) VALUE LOW-VALUES.   00028200
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00028300
       77 WRK-CHAVE-EM-ATRASO            PIC X(010) VALUE SPACES.       00028400
       77 WRK-EXPOSICAO                  PIC S9(011)V99 VALUE ZEROS.    00028500
       77 WRK-FATOR                      PIC 9(007)V9(10) VALUE ZEROS.  00028600
       77 WRK-VALOR-PARCELA              PIC 9(009)V99 VALUE ZEROS.     00028700
       77 WRK-VALOR-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00028800
       77 WRK-TAXA-ED                    PIC Z9,9999.                   00028900
       77 WRK-EMP-SALVO                  PIC X(200) VALUE SPACES.       00029000
       77 WRK-CONTA-CTB-DEB              PIC X(008) VALUE SPACES.       00029100
       77 WRK-CONTA-CTB-CRE              PIC X(008) VALUE SPACES.       00029200
       77 WRK-VALOR-LANC                 PIC 9(013)V99 VALUE ZEROS.     00029300
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00029400
       77 WRK-CONTA-ABERTA               PIC X(001) VALUE 'N'.          00029500
           88 WRK-CONTA-ABERTA-SIM                  VALUE 'S'.          00029600
       77 WRK-ACHOU-POSICAO              PIC X(001) VALUE 'N'.          00029700
           88 WRK-ACHOU-POSICAO-SIM                 VALUE 'S'.          00029800
                                                                        00029900
       01 WRK-DATA-VENCTO.                                              00030000
          05 WRK-DV-ANO                  PIC 9(004).                    00030100
          05 WRK-DV-MES                  PIC 9(002).                    00030200
          05 WRK-DV-DIA                  PIC 9(002).                    00030300
                                                                        00030400
      *----------------------------------------------------------------*00030500
      *    CONTAS CONTABEIS DA LIBERACAO                               *00030600
      *----------------------------------------------------------------*00030700
                                                                        00030800
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00030900
       77 WRK-CONTA-EMPRESTIMO           PIC X(008) VALUE '13010000'.   00031000
                                                                        00031100
      *----------------------------------------------------------------*00031200
      *    HISTORICO DOS MOVIMENTOS DO EMPRESTIMO NA CONTA (O MESMO    *00031300
      *    DO FR05EX63, QUE RECONHECE AS DEVOLUCOES DO FR05EX03 POR    *00031400
      *    ELE)                                                        *00031500
      *----------------------------------------------------------------*00031600
                                                                        00031700
       01 WRK-HISTORICO-EMP.                                            00031800
          05 WRK-HE-TEXTO                PIC X(015).                    00031900
          05 WRK-HE-CONTRATO             PIC 9(005).                    00032000
          05 WRK-HE-PARCELA              PIC X(008).                    00032100
          05 FILLER                      PIC X(002).                    00032200
                                                                        00032300
      *----------------------------------------------------------------*00032400
      *    TABELA DA POSICAO POR DOCUMENTO, NA ORDEM DO POSDOC         *00032500
      *    (SEARCH ALL)                                                *00032600
      *----------------------------------------------------------------*00032700
                                                                        00032800
       77 WRK-QTD-POS                    PIC 9(005) VALUE ZEROS.        00032900
       77 WRK-MAX-POS                    PIC 9(005) VALUE 20000.        00033000
                                                                        00033100
       01 WRK-TABELA-POSICAO.                                           00033200
          05 WRK-TAB-POS                 OCCURS 1 TO 20000 TIMES        00033300
                                          DEPENDING ON WRK-QTD-POS      00033400
                                          ASCENDING KEY IS WRK-POS-DOC  00033500
                                          INDEXED BY WRK-IDX-POS.       00033600
             10 WRK-POS-DOC              PIC X(014).                    00033700
             10 WRK-POS-SALDO            PIC S9(010)V99.                00033800
             10 WRK-POS-LIMITE           PIC 9(010)V99.                 00033900
             10 WRK-POS-PIOR-ATRASO      PIC 9(005).                    00034000
                                                                        00034100
      *----------------------------------------------------------------*00034200
      *    VALOR AUDITADO: CONTRATO, VALOR, PRAZO E TAXA (A CHAVE DA   *00034300
      *    TRILHA E SO AGENCIA+CONTA)                                  *00034400
      *----------------------------------------------------------------*00034500
                                                                        00034600
       01 WRK-AUD-EMP.                                                  00034700
          05 FILLER                      PIC X(003) VALUE 'NR '.        00034800
          05 WRK-AUE-CONTRATO            PIC 9(005).                    00034900
          05 FILLER                      PIC X(001) VALUE SPACES.       00035000
          05 WRK-AUE-INFO                PIC X(031).                    00035100
                                                                        00035200
      *----------------------------------------------------------------*00035300
       01 FILLER                         PIC X(050)       VALUE         00035400
                '*** AREA DE CONTROLE HEADER/TRAILER ***'.              00035500
      *----------------------------------------------------------------*00035600
                                                                        00035700
       77 WRK-QTD-CONTROLE-PRP           PIC 9(007) VALUE ZEROS.        00035800
       77 WRK-HASH-VALOR                 PIC 9(011)V99 VALUE ZEROS.     00035900
       77 WRK-TRL-QTD-INFORMADA          PIC 9(007) VALUE ZEROS.        00036000
       77 WRK-TRL-HASH-INFORMADO         PIC 9(011)V99 VALUE ZEROS.     00036100
       77 WRK-TEM-HEADER                 PIC X(001) VALUE 'N'.          00036200
           88 WRK-TEM-HEADER-SIM                    VALUE 'S'.          00036300
       77 WRK-TEM-TRAILER                PIC X(001) VALUE 'N'.          00036400
           88 WRK-TEM-TRAILER-SIM                   VALUE 'S'.          00036500
                                                                        00036600
      *----------------------------------------------------------------*00036700
       01 FILLER                         PIC X(050)       VALUE         00036800
                    '*** AREA DA BOOK GRAVALOG ***'.                    00036900
      *----------------------------------------------------------------*00037000
                                                                        00037100
                           COPY 'B#GRALOG'.                             00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       01 FILLER                         PIC X(050)       VALUE         00037500
                    '*** AREA DA BOOK GRAVAUD ***'.                     00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
                           COPY 'B#AUDIT'.                              00037900
                                                                        00038000
      ******************************************************************00038100
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00038200
      ******************************************************************00038300
                                                                        00038400
       COPY 'B#RUNCTL'.                                                 00038500
                                                                        00038600
       COPY 'B#DATPRC'.                                                 00038700
                                                                        00038800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00038900
                                                                        00039000
      *----------------------------------------------------------------*00039100
       01 FILLER                         PIC X(050)       VALUE         00039200
                   '*** FIM DA WORKING FR05EX62 ***'.                   00039300
      *----------------------------------------------------------------*00039400
                                                                        00039500
      *================================================================*00039600
       PROCEDURE                                 DIVISION.              00039700
      *================================================================*00039800
                                                                        00039900
      ******************************************************************00040000
      *              P R O G R A M A  P R I N C I P A L                *00040100
      ******************************************************************00040200
                                                                        00040300
      *----------------------------------------------------------------*00040400
       0000-PRINCIPAL                            SECTION.               00040500
      *----------------------------------------------------------------*00040600
                                                                        00040700
            PERFORM 1000-INICIAR                                        00040800
                                                                        00040900
            PERFORM 2100-LER-EMPANT                                     00041000
            PERFORM 2200-LER-PROPEMP                                    00041100
            PERFORM 2300-LER-CLI2505                                    00041200
                                                                        00041300
            PERFORM 3000-PROCESSAR                                      00041400
                    UNTIL WRK-FS-EMPANT  EQUAL '10'                     00041500
                    AND   WRK-FS-PROPEMP EQUAL '10'                     00041600
                                                                        00041700
            PERFORM 4000-FINALIZAR                                      00041800
                                                                        00041900
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00042000
            MOVE ACUM-LIDOS-PROPEMP   TO WRK-RUN-LIDOS                  00042100
            MOVE ACUM-GRAV-EMPNOVO    TO WRK-RUN-GRAVADOS               00042200
            MOVE ZEROS                TO WRK-RUN-RC                     00042300
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00042400
                                                                        00042500
            STOP RUN.                                                   00042600
                                                                        00042700
      *----------------------------------------------------------------*00042800
       0000-99-FIM.                           EXIT.                     00042900
      *----------------------------------------------------------------*00043000
                                                                        00043100
      ******************************************************************00043200
      *                       I N I C I A R                            *00043300
      ******************************************************************00043400
                                                                        00043500
      *----------------------------------------------------------------*00043600
       1000-INICIAR                           SECTION.                  00043700
      *----------------------------------------------------------------*00043800
                                                                        00043900
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00044000
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00044100
           ACCEPT WRK-PARM-MAX-ATRASO FROM SYSIN                        00044200
           IF WRK-PARM-MAX-ATRASO NOT NUMERIC                           00044300
              MOVE 30                 TO WRK-PARM-MAX-ATRASO            00044400
           END-IF                                                       00044500
                                                                        00044600
           CALL 'LERDATAP'            USING WRK-DATPRC                  00044700
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00044800
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00044900
           MOVE 'FR05EX62'            TO WRK-RUN-PROGRAMA               00045000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00045100
           MOVE ZEROS                 TO WRK-RUN-RC                     00045200
                                         WRK-RUN-LIDOS                  00045300
                                         WRK-RUN-GRAVADOS               00045400
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00045500
           IF WRK-RUN-DATA-JA-FEITA                                     00045600
              MOVE 'A'                TO WRK-SEVERIDADE                 00045700
              MOVE 'FR05EX62'         TO WRK-PROGRAMA                   00045800
              MOVE '1000  '           TO WRK-SECAO                      00045900
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00046000
                                      TO WRK-MENSAGEM                   00046100
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00046200
              CALL 'GRAVALOG'         USING WRK-LOG                     00046300
              MOVE 08                 TO RETURN-CODE                    00046400
              GOBACK                                                    00046500
           END-IF                                                       00046600
                                                                        00046700
      *    SEM CADASTRO ANTERIOR (PRIMEIRA CARGA) NAO E ERRO          * 00046800
           OPEN INPUT EMPANT                                            00046900
           IF WRK-FS-EMPANT EQUAL '35'                                  00047000
              MOVE '10'               TO WRK-FS-EMPANT                  00047100
           ELSE                                                         00047200
              PERFORM 1110-TESTAR-WRK-FS-EMPANT                         00047300
           END-IF                                                       00047400
                                                                        00047500
           OPEN INPUT CLI2505                                           00047600
           PERFORM 1150-TESTAR-WRK-FS-CLI2505                           00047700
                                                                        00047800
           OPEN INPUT POSDOC                                            00047900
           PERFORM 1180-TESTAR-WRK-FS-POSDOC                            00048000
           PERFORM 1200-CARREGAR-POSICAO                                00048100
                                                                        00048200
           OPEN INPUT PROPEMP                                           00048300
           PERFORM 1120-TESTAR-WRK-FS-PROPEMP                           00048400
           PERFORM 1300-VALIDAR-CONTROLES                               00048500
                                                                        00048600
           OPEN OUTPUT EMPNOVO                                          00048700
                OUTPUT EMPREJ                                           00048800
                OUTPUT MOVLIB                                           00048900
                OUTPUT GLLIB                                            00049000
           PERFORM 1130-TESTAR-WRK-FS-EMPNOVO                           00049100
           PERFORM 1140-TESTAR-WRK-FS-EMPREJ                            00049200
           PERFORM 1160-TESTAR-WRK-FS-MOVLIB                            00049300
           PERFORM 1170-TESTAR-WRK-FS-GLLIB                             00049400
                                                                        00049500
           PERFORM 1400-GRAVAR-HEADERS.                                 00049600
                                                                        00049700
      *----------------------------------------------------------------*00049800
       1000-99-FIM.                           EXIT.                     00049900
      *----------------------------------------------------------------*00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1110-TESTAR-WRK-FS-EMPANT              SECTION.                  00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
           IF WRK-FS-EMPANT NOT EQUAL ZEROS                             00050600
            AND WRK-FS-EMPANT NOT EQUAL '10'                            00050700
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00050800
              MOVE 'ERRO NO ARQUIVO EMPANT'      TO WRK-MENSAGEM        00050900
              MOVE '1110'                        TO WRK-SECAO           00051000
              MOVE WRK-FS-EMPANT                 TO WRK-STATUS          00051100
              PERFORM 9000-TRATAR-ERRO                                  00051200
           END-IF.                                                      00051300
                                                                        00051400
      *----------------------------------------------------------------*00051500
       1110-99-FIM.                           EXIT.                     00051600
      *----------------------------------------------------------------*00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       1120-TESTAR-WRK-FS-PROPEMP             SECTION.                  00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
           IF WRK-FS-PROPEMP NOT EQUAL ZEROS                            00052300
            AND WRK-FS-PROPEMP NOT EQUAL '10'                           00052400
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00052500
              MOVE 'ERRO NO ARQUIVO PROPEMP'     TO WRK-MENSAGEM        00052600
              MOVE '1120'                        TO WRK-SECAO           00052700
              MOVE WRK-FS-PROPEMP                TO WRK-STATUS          00052800
              PERFORM 9000-TRATAR-ERRO                                  00052900
           END-IF.                                                      00053000
                                                                        00053100
      *----------------------------------------------------------------*00053200
       1120-99-FIM.                           EXIT.                     00053300
      *----------------------------------------------------------------*00053400
                                                                        00053500
      *----------------------------------------------------------------*00053600
       1130-TESTAR-WRK-FS-EMPNOVO             SECTION.                  00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
           IF WRK-FS-EMPNOVO NOT EQUAL ZEROS                            00054000
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00054100
              MOVE 'ERRO NO ARQUIVO EMPNOVO'     TO WRK-MENSAGEM        00054200
              MOVE '1130'                        TO WRK-SECAO           00054300
              MOVE WRK-FS-EMPNOVO                TO WRK-STATUS          00054400
              PERFORM 9000-TRATAR-ERRO                                  00054500
           END-IF.                                                      00054600
                                                                        00054700
      *----------------------------------------------------------------*00054800
       1130-99-FIM.                           EXIT.                     00054900
      *----------------------------------------------------------------*00055000
                                                                        00055100
      *----------------------------------------------------------------*00055200
       1140-TESTAR-WRK-FS-EMPREJ              SECTION.                  00055300
      *----------------------------------------------------------------*00055400
                                                                        00055500
           IF WRK-FS-EMPREJ NOT EQUAL ZEROS                             00055600
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00055700
              MOVE 'ERRO NO ARQUIVO EMPREJ'      TO WRK-MENSAGEM        00055800
              MOVE '1140'                        TO WRK-SECAO           00055900
              MOVE WRK-FS-EMPREJ                 TO WRK-STATUS          00056000
              PERFORM 9000-TRATAR-ERRO                                  00056100
           END-IF.                                                      00056200
                                                                        00056300
      *----------------------------------------------------------------*00056400
       1140-99-FIM.                           EXIT.                     00056500
      *----------------------------------------------------------------*00056600
                                                                        00056700
      *----------------------------------------------------------------*00056800
       1150-TESTAR-WRK-FS-CLI2505             SECTION.                  00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00057200
            AND WRK-FS-CLI2505 NOT EQUAL '10'                           00057300
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00057400
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00057500
              MOVE '1150'                        TO WRK-SECAO           00057600
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00057700
              PERFORM 9000-TRATAR-ERRO                                  00057800
           END-IF.                                                      00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       1150-99-FIM.                           EXIT.                     00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
      *----------------------------------------------------------------*00058500
       1160-TESTAR-WRK-FS-MOVLIB              SECTION.                  00058600
      *----------------------------------------------------------------*00058700
                                                                        00058800
           IF WRK-FS-MOVLIB NOT EQUAL ZEROS                             00058900
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00059000
              MOVE 'ERRO NO ARQUIVO MOVLIB'      TO WRK-MENSAGEM        00059100
              MOVE '1160'                        TO WRK-SECAO           00059200
              MOVE WRK-FS-MOVLIB                 TO WRK-STATUS          00059300
              PERFORM 9000-TRATAR-ERRO                                  00059400
           END-IF.                                                      00059500
                                                                        00059600
      *----------------------------------------------------------------*00059700
       1160-99-FIM.                           EXIT.                     00059800
      *----------------------------------------------------------------*00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       1170-TESTAR-WRK-FS-GLLIB               SECTION.                  00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
           IF WRK-FS-GLLIB NOT EQUAL ZEROS                              00060500
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00060600
              MOVE 'ERRO NO ARQUIVO GLLIB'       TO WRK-MENSAGEM        00060700
              MOVE '1170'                        TO WRK-SECAO           00060800
              MOVE WRK-FS-GLLIB                  TO WRK-STATUS          00060900
              PERFORM 9000-TRATAR-ERRO                                  00061000
           END-IF.                                                      00061100
                                                                        00061200
      *----------------------------------------------------------------*00061300
       1170-99-FIM.                           EXIT.                     00061400
      *----------------------------------------------------------------*00061500
                                                                        00061600
      *----------------------------------------------------------------*00061700
       1180-TESTAR-WRK-FS-POSDOC              SECTION.                  00061800
      *----------------------------------------------------------------*00061900
                                                                        00062000
           IF WRK-FS-POSDOC NOT EQUAL ZEROS                             00062100
            AND WRK-FS-POSDOC NOT EQUAL '10'                            00062200
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00062300
              MOVE 'ERRO NO ARQUIVO POSDOC'      TO WRK-MENSAGEM        00062400
              MOVE '1180'                        TO WRK-SECAO           00062500
              MOVE WRK-FS-POSDOC                 TO WRK-STATUS          00062600
              PERFORM 9000-TRATAR-ERRO                                  00062700
           END-IF.                                                      00062800
                                                                        00062900
      *----------------------------------------------------------------*00063000
       1180-99-FIM.                           EXIT.                     00063100
      *----------------------------------------------------------------*00063200
                                                                        00063300
      ******************************************************************00063400
      *     C A R G A  D A  P O S I C A O  P O R  D O C U M E N T O    *00063500
      ******************************************************************00063600
                                                                        00063700
      *----------------------------------------------------------------*00063800
       1200-CARREGAR-POSICAO                  SECTION.                  00063900
      *----------------------------------------------------------------*00064000
                                                                        00064100
           MOVE ZEROS                TO WRK-QTD-POS                     00064200
                                                                        00064300
           PERFORM 1210-LER-POSDOC                                      00064400
           PERFORM 1220-GUARDAR-POSICAO                                 00064500
                   UNTIL WRK-FS-POSDOC EQUAL '10'                       00064600
                                                                        00064700
           CLOSE POSDOC.                                                00064800
                                                                        00064900
      *----------------------------------------------------------------*00065000
       1200-99-FIM.                           EXIT.                     00065100
      *----------------------------------------------------------------*00065200
                                                                        00065300
      *----------------------------------------------------------------*00065400
       1210-LER-POSDOC                        SECTION.                  00065500
      *----------------------------------------------------------------*00065600
                                                                        00065700
           READ POSDOC                                                  00065800
           IF WRK-FS-POSDOC EQUAL '10'                                  00065900
              GO                     TO 1210-99-FIM                     00066000
           END-IF                                                       00066100
           PERFORM 1180-TESTAR-WRK-FS-POSDOC                            00066200
           ADD 1                     TO ACUM-LIDOS-POSDOC.              00066300
                                                                        00066400
      *----------------------------------------------------------------*00066500
       1210-99-FIM.                           EXIT.                     00066600
      *----------------------------------------------------------------*00066700
                                                                        00066800
      *----------------------------------------------------------------*00066900
      *    O POSDOC VEM DO SORT DO FR05EX26, EM ORDEM DE DOCUMENTO,    *00067000
      *    COMO O SEARCH ALL PEDE                                      *00067100
      *----------------------------------------------------------------*00067200
       1220-GUARDAR-POSICAO                   SECTION.                  00067300
      *----------------------------------------------------------------*00067400
                                                                        00067500
           IF WRK-QTD-POS NOT LESS WRK-MAX-POS                          00067600
              MOVE 'FR05EX62'                    TO WRK-PROGRAMA        00067700
              MOVE 'TABELA DO POSDOC ESTOURADA'  TO WRK-MENSAGEM        00067800
              MOVE '1220'                        TO WRK-SECAO           00067900
              MOVE WRK-MAX-POS                   TO WRK-STATUS          00068000
              PERFORM 9000-TRATAR-ERRO                                  00068100
           END-IF                                                       00068200
                                                                        00068300
           ADD 1                     TO WRK-QTD-POS                     00068400
           SET WRK-IDX-POS           TO WRK-QTD-POS                     00068500
           MOVE FD-POS-DOCUMENTO     TO WRK-POS-DOC (WRK-IDX-POS)       00068600
           MOVE FD-POS-SALDO         TO WRK-POS-SALDO (WRK-IDX-POS)     00068700
           MOVE FD-POS-LIMITE        TO WRK-POS-LIMITE (WRK-IDX-POS)    00068800
           MOVE FD-POS-PIOR-ATRASO   TO WRK-POS-PIOR-ATRASO             00068900
                                        (WRK-IDX-POS)                   00069000
                                                                        00069100
           PERFORM 1210-LER-POSDOC.                                     00069200
                                                                        00069300
      *----------------------------------------------------------------*00069400
       1220-99-FIM.                           EXIT.                     00069500
      *----------------------------------------------------------------*00069600
                                                                        00069700
      ******************************************************************00069800
      *   V A L I D A R   C O N T R O L E S   ( H D R / T R L )        *00069900
      ******************************************************************00070000
                                                                        00070100
      *----------------------------------------------------------------*00070200
       1300-VALIDAR-CONTROLES                 SECTION.                  00070300
      *----------------------------------------------------------------*00070400
                                                                        00070500
           MOVE 'N'                  TO WRK-TEM-HEADER                  00070600
                                        WRK-TEM-TRAILER                 00070700
           MOVE ZEROS                TO WRK-QTD-CONTROLE-PRP            00070800
                                        WRK-HASH-VALOR                  00070900
           MOVE LOW-VALUES           TO WRK-CHAVE-ANT-PRP               00071000
                                                                        00071100
           PERFORM 1340-VALIDAR-REG-PRP                                 00071200
                   UNTIL WRK-FS-PROPEMP EQUAL '10'                      00071300
                                                                        00071400
           IF NOT WRK-TEM-HEADER-SIM                                    00071500
              MOVE 'PROPEMP SEM REGISTRO HEADER' TO WRK-MENSAGEM        00071600
              PERFORM 1390-ERRO-CONTROLE                                00071700
           END-IF                                                       00071800
           IF NOT WRK-TEM-TRAILER-SIM                                   00071900
              MOVE 'PROPEMP SEM REGISTRO TRAILER' TO WRK-MENSAGEM       00072000
              PERFORM 1390-ERRO-CONTROLE                                00072100
           END-IF                                                       00072200
           IF WRK-TRL-QTD-INFORMADA NOT EQUAL WRK-QTD-CONTROLE-PRP      00072300
              MOVE 'PROPEMP QTDE DIVERGE DO TRAILER' TO WRK-MENSAGEM    00072400
              PERFORM 1390-ERRO-CONTROLE                                00072500
           END-IF                                                       00072600
           IF WRK-TRL-HASH-INFORMADO NOT EQUAL WRK-HASH-VALOR           00072700
              MOVE 'PROPEMP HASH DIVERGE DO TRAILER' TO WRK-MENSAGEM    00072800
              PERFORM 1390-ERRO-CONTROLE                                00072900
           END-IF                                                       00073000
                                                                        00073100
           CLOSE PROPEMP                                                00073200
           OPEN INPUT PROPEMP                                           00073300
           PERFORM 1120-TESTAR-WRK-FS-PROPEMP.                          00073400
                                                                        00073500
      *----------------------------------------------------------------*00073600
       1300-99-FIM.                           EXIT.                     00073700
      *----------------------------------------------------------------*00073800
                                                                        00073900
      *----------------------------------------------------------------*00074000
       1340-VALIDAR-REG-PRP                   SECTION.                  00074100
      *----------------------------------------------------------------*00074200
                                                                        00074300
           READ PROPEMP                                                 00074400
           IF WRK-FS-PROPEMP EQUAL '10'                                 00074500
              GO                  TO 1340-99-FIM                        00074600
           END-IF                                                       00074700
           PERFORM 1120-TESTAR-WRK-FS-PROPEMP                           00074800
                                                                        00074900
           EVALUATE FD-PRP-TIPO-REG                                     00075000
             WHEN '0'                                                   00075100
              MOVE 'S'              TO WRK-TEM-HEADER                   00075200
             WHEN '9'                                                   00075300
              MOVE 'S'              TO WRK-TEM-TRAILER                  00075400
              MOVE FD-PRP-T-QTD-REG TO WRK-TRL-QTD-INFORMADA            00075500
              MOVE FD-PRP-T-HASH-VALOR                                  00075600
                                    TO WRK-TRL-HASH-INFORMADO           00075700
             WHEN OTHER                                                 00075800
              ADD 1                 TO WRK-QTD-CONTROLE-PRP             00075900
              IF FD-PRP-CHAVE LESS WRK-CHAVE-ANT-PRP                    00076000
                 MOVE 'PROPEMP FORA DE SEQUENCIA'                       00076100
                                       TO WRK-MENSAGEM                  00076200
                 PERFORM 1390-ERRO-CONTROLE                             00076300
              END-IF                                                    00076400
              MOVE FD-PRP-CHAVE     TO WRK-CHAVE-ANT-PRP                00076500
              IF FD-PRP-VALOR NUMERIC                                   00076600
                 ADD FD-PRP-VALOR   TO WRK-HASH-VALOR                   00076700
              END-IF                                                    00076800
           END-EVALUATE.                                                00076900
                                                                        00077000
      *----------------------------------------------------------------*00077100
       1340-99-FIM.                           EXIT.                     00077200
      *----------------------------------------------------------------*00077300
                                                                        00077400
      *----------------------------------------------------------------*00077500
       1390-ERRO-CONTROLE                     SECTION.                  00077600
      *----------------------------------------------------------------*00077700
                                                                        00077800
           MOVE 'FR05EX62'           TO WRK-PROGRAMA                    00077900
           MOVE '1300'               TO WRK-SECAO                       00078000
           MOVE SPACES               TO WRK-STATUS                      00078100
           PERFORM 9000-TRATAR-ERRO.                                    00078200
                                                                        00078300
      *----------------------------------------------------------------*00078400
       1390-99-FIM.                           EXIT.                     00078500
      *----------------------------------------------------------------*00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
       1400-GRAVAR-HEADERS                   SECTION.                   00078900
      *----------------------------------------------------------------*00079000
                                                                        00079100
           MOVE SPACES               TO FD-MOV2505                      00079200
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00079300
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00079400
           MOVE 'FR05EX62'           TO FD-MOV2505-H-ORIGEM             00079500
           WRITE FD-MOV2505-HEADER                                      00079600
           PERFORM 1160-TESTAR-WRK-FS-MOVLIB                            00079700
                                                                        00079800
           MOVE SPACES               TO FD-GLMOV                        00079900
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00080000
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00080100
           MOVE 'FR05EX62'           TO FD-GLJ-H-ORIGEM                 00080200
           WRITE FD-GLMOV                                               00080300
           PERFORM 1170-TESTAR-WRK-FS-GLLIB.                            00080400
                                                                        00080500
      *----------------------------------------------------------------*00080600
       1400-99-FIM.                           EXIT.                     00080700
      *----------------------------------------------------------------*00080800
                                                                        00080900
      ******************************************************************00081000
      *                     L E I T U R A S                            *00081100
      ******************************************************************00081200
                                                                        00081300
      *----------------------------------------------------------------*00081400
       2100-LER-EMPANT                        SECTION.                  00081500
      *----------------------------------------------------------------*00081600
                                                                        00081700
            IF WRK-FS-EMPANT EQUAL '10'                                 00081800
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-EMP             00081900
               GO                    TO 2100-99-FIM                     00082000
            END-IF                                                      00082100
                                                                        00082200
            READ EMPANT                                                 00082300
            IF WRK-FS-EMPANT EQUAL '10'                                 00082400
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-EMP             00082500
               GO                    TO 2100-99-FIM                     00082600
            END-IF                                                      00082700
            PERFORM 1110-TESTAR-WRK-FS-EMPANT                           00082800
                                                                        00082900
            MOVE FD-EPC-CHAVE        TO WRK-CHAVE-ATUAL-EMP             00083000
            ADD 1                    TO ACUM-LIDOS-EMPANT.              00083100
                                                                        00083200
      *----------------------------------------------------------------*00083300
       2100-99-FIM.                           EXIT.                     00083400
      *----------------------------------------------------------------*00083500
                                                                        00083600
      *----------------------------------------------------------------*00083700
       2200-LER-PROPEMP                       SECTION.                  00083800
      *----------------------------------------------------------------*00083900
                                                                        00084000
       2200-10-LER.                                                     00084100
            READ PROPEMP                                                00084200
            IF WRK-FS-PROPEMP NOT EQUAL '10'                            00084300
             AND (FD-PRP-TIPO-REG EQUAL '0'                             00084400
                  OR FD-PRP-TIPO-REG EQUAL '9')                         00084500
               GO                  TO 2200-10-LER                       00084600
            END-IF                                                      00084700
                                                                        00084800
            IF WRK-FS-PROPEMP EQUAL '10'                                00084900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-PRP             00085000
               GO                    TO 2200-99-FIM                     00085100
            END-IF                                                      00085200
            PERFORM 1120-TESTAR-WRK-FS-PROPEMP                          00085300
                                                                        00085400
            MOVE FD-PRP-CHAVE        TO WRK-CHAVE-ATUAL-PRP             00085500
            ADD 1                    TO ACUM-LIDOS-PROPEMP.             00085600
                                                                        00085700
      *----------------------------------------------------------------*00085800
       2200-99-FIM.                           EXIT.                     00085900
      *----------------------------------------------------------------*00086000
                                                                        00086100
      *----------------------------------------------------------------*00086200
       2300-LER-CLI2505                       SECTION.                  00086300
      *----------------------------------------------------------------*00086400
                                                                        00086500
       2300-10-LER.                                                     00086600
            IF WRK-FS-CLI2505 EQUAL '10'                                00086700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00086800
               GO                    TO 2300-99-FIM                     00086900
            END-IF                                                      00087000
                                                                        00087100
            READ CLI2505                                                00087200
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00087300
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00087400
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00087500
               GO                  TO 2300-10-LER                       00087600
            END-IF                                                      00087700
                                                                        00087800
            IF WRK-FS-CLI2505 EQUAL '10'                                00087900
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00088000
               GO                    TO 2300-99-FIM                     00088100
            END-IF                                                      00088200
            PERFORM 1150-TESTAR-WRK-FS-CLI2505                          00088300
                                                                        00088400
            ADD 1                    TO ACUM-LIDOS-CLI2505              00088500
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00088600
                                                                        00088700
      *----------------------------------------------------------------*00088800
       2300-99-FIM.                           EXIT.                     00088900
      *----------------------------------------------------------------*00089000
                                                                        00089100
      ******************************************************************00089200
      *                     P R O C E S S A R                          *00089300
      ******************************************************************00089400
                                                                        00089500
      *----------------------------------------------------------------*00089600
       3000-PROCESSAR                        SECTION.                   00089700
      *----------------------------------------------------------------*00089800
                                                                        00089900
            EVALUATE TRUE                                               00090000
              WHEN WRK-CHAVE-ATUAL-EMP   EQUAL WRK-CHAVE-ATUAL-PRP      00090100
               PERFORM 3200-PROPOR-CONTRATO-EXISTENTE                   00090200
              WHEN WRK-CHAVE-ATUAL-EMP   LESS WRK-CHAVE-ATUAL-PRP       00090300
               PERFORM 3900-GRAVAR-EMPNOVO                              00090400
               PERFORM 2100-LER-EMPANT                                  00090500
              WHEN OTHER                                                00090600
               PERFORM 3100-PROPOR-CONTRATO-NOVO                        00090700
               PERFORM 2200-LER-PROPEMP                                 00090800
            END-EVALUATE.                                               00090900
                                                                        00091000
      *----------------------------------------------------------------*00091100
       3000-99-FIM.                           EXIT.                     00091200
      *----------------------------------------------------------------*00091300
                                                                        00091400
      *----------------------------------------------------------------*00091500
      *    POSICIONA O CLI2505 NA CONTA DA PROPOSTA (O LOTE VEM EM     *00091600
      *    ORDEM DE AGENCIA+CONTA): CONTA FORA DO CADASTRO E CONTA     *00091700
      *    INEXISTENTE OU JA ENCERRADA                                 *00091800
      *----------------------------------------------------------------*00091900
       3050-VERIFICAR-CONTA                   SECTION.                  00092000
      *----------------------------------------------------------------*00092100
                                                                        00092200
            PERFORM 2300-LER-CLI2505                                    00092300
                    UNTIL WRK-CHAVE-ATUAL-CLI NOT LESS                  00092400
                          FD-PRP-CHAVE-CONTA                            00092500
                                                                        00092600
            IF WRK-CHAVE-ATUAL-CLI EQUAL FD-PRP-CHAVE-CONTA             00092700
               MOVE 'S'                TO WRK-CONTA-ABERTA              00092800
            ELSE                                                        00092900
               MOVE 'N'                TO WRK-CONTA-ABERTA              00093000
            END-IF.                                                     00093100
                                                                        00093200
      *----------------------------------------------------------------*00093300
       3050-99-FIM.                           EXIT.                     00093400
      *----------------------------------------------------------------*00093500
                                                                        00093600
      *----------------------------------------------------------------*00093700
       3100-PROPOR-CONTRATO-NOVO              SECTION.                  00093800
      *----------------------------------------------------------------*00093900
                                                                        00094000
            IF WRK-CHAVE-ATUAL-PRP EQUAL WRK-CHAVE-APLICADA             00094100
               MOVE 'PROPOSTA DUPLICADA NO LOTE'                        00094200
                                       TO WRK-MOTIVO-RECUSA             00094300
               PERFORM 3800-GRAVAR-RECUSA                               00094400
            ELSE                                                        00094500
               PERFORM 3300-CONCEDER-EMPRESTIMO                         00094600
            END-IF                                                      00094700
                                                                        00094800
            MOVE WRK-CHAVE-ATUAL-PRP   TO WRK-CHAVE-APLICADA.           00094900
                                                                        00095000
      *----------------------------------------------------------------*00095100
       3100-99-FIM.                           EXIT.                     00095200
      *----------------------------------------------------------------*00095300
                                                                        00095400
      *----------------------------------------------------------------*00095500
       3200-PROPOR-CONTRATO-EXISTENTE         SECTION.                  00095600
      *----------------------------------------------------------------*00095700
                                                                        00095800
            IF WRK-CHAVE-ATUAL-PRP EQUAL WRK-CHAVE-APLICADA             00095900
               MOVE 'PROPOSTA DUPLICADA NO LOTE'                        00096000
                                       TO WRK-MOTIVO-RECUSA             00096100
            ELSE                                                        00096200
               MOVE 'CONTRATO JA CADASTRADO'                            00096300
                                       TO WRK-MOTIVO-RECUSA             00096400
            END-IF                                                      00096500
            PERFORM 3800-GRAVAR-RECUSA                                  00096600
                                                                        00096700
            PERFORM 3900-GRAVAR-EMPNOVO                                 00096800
            PERFORM 2100-LER-EMPANT                                     00096900
            MOVE WRK-CHAVE-ATUAL-PRP   TO WRK-CHAVE-APLICADA            00097000
            PERFORM 2200-LER-PROPEMP.                                   00097100
                                                                        00097200
      *----------------------------------------------------------------*00097300
       3200-99-FIM.                           EXIT.                     00097400
      *----------------------------------------------------------------*00097500
                                                                        00097600
      *----------------------------------------------------------------*00097700
      *    ANALISE DA PROPOSTA E CONCESSAO. OS CONTRATOS DA CONTA JA   *00097800
      *    CADASTRADOS (NUMERACAO CRESCENTE POR CONTA) PASSARAM PELO   *00097900
      *    3900 ANTES DA PROPOSTA, QUE JA SABE SE HA ATRASO NA CONTA   *00098000
      *----------------------------------------------------------------*00098100
       3300-CONCEDER-EMPRESTIMO               SECTION.                  00098200
      *----------------------------------------------------------------*00098300
                                                                        00098400
            PERFORM 3050-VERIFICAR-CONTA                                00098500
            IF NOT WRK-CONTA-ABERTA-SIM                                 00098600
               MOVE 'CONTA INEXISTENTE OU ENCERRADA'                    00098700
                                       TO WRK-MOTIVO-RECUSA             00098800
               PERFORM 3800-GRAVAR-RECUSA                               00098900
               GO                  TO 3300-99-FIM                       00099000
            END-IF                                                      00099100
                                                                        00099200
            IF FD-CLI2505-DOCUMENTO EQUAL SPACES                        00099300
               MOVE 'CONTA SEM DOCUMENTO DO TITULAR'                    00099400
                                       TO WRK-MOTIVO-RECUSA             00099500
               PERFORM 3800-GRAVAR-RECUSA                               00099600
               GO                  TO 3300-99-FIM                       00099700
            END-IF                                                      00099800
                                                                        00099900
            IF FD-PRP-VALOR NOT NUMERIC                                 00100000
             OR FD-PRP-VALOR EQUAL ZEROS                                00100100
               MOVE 'VALOR DO EMPRESTIMO INVALIDO'                      00100200
                                       TO WRK-MOTIVO-RECUSA             00100300
               PERFORM 3800-GRAVAR-RECUSA                               00100400
               GO                  TO 3300-99-FIM                       00100500
            END-IF                                                      00100600
                                                                        00100700
            IF FD-PRP-TAXA-MES NOT NUMERIC                              00100800
             OR FD-PRP-TAXA-MES EQUAL ZEROS                             00100900
             OR FD-PRP-TAXA-MES NOT LESS 10                             00101000
               MOVE 'TAXA DO EMPRESTIMO INVALIDA'                       00101100
                                       TO WRK-MOTIVO-RECUSA             00101200
               PERFORM 3800-GRAVAR-RECUSA                               00101300
               GO                  TO 3300-99-FIM                       00101400
            END-IF                                                      00101500
                                                                        00101600
            IF FD-PRP-PRAZO NOT NUMERIC                                 00101700
             OR FD-PRP-PRAZO EQUAL ZEROS                                00101800
             OR FD-PRP-PRAZO GREATER 120                                00101900
               MOVE 'PRAZO DO EMPRESTIMO INVALIDO'                      00102000
                                       TO WRK-MOTIVO-RECUSA             00102100
               PERFORM 3800-GRAVAR-RECUSA                               00102200
               GO                  TO 3300-99-FIM                       00102300
            END-IF                                                      00102400
                                                                        00102500
            IF FD-PRP-DIA-VENCTO NOT NUMERIC                            00102600
             OR FD-PRP-DIA-VENCTO LESS 01                               00102700
             OR FD-PRP-DIA-VENCTO GREATER 28                            00102800
               MOVE 'DIA DE VENCIMENTO INVALIDO'                        00102900
                                       TO WRK-MOTIVO-RECUSA             00103000
               PERFORM 3800-GRAVAR-RECUSA                               00103100
               GO                  TO 3300-99-FIM                       00103200
            END-IF                                                      00103300
                                                                        00103400
            IF FD-PRP-CHAVE-CONTA EQUAL WRK-CHAVE-EM-ATRASO             00103500
               MOVE 'CONTA COM EMPRESTIMO EM ATRASO'                    00103600
                                       TO WRK-MOTIVO-RECUSA             00103700
               PERFORM 3800-GRAVAR-RECUSA                               00103800
               GO                  TO 3300-99-FIM                       00103900
            END-IF                                                      00104000
                                                                        00104100
            PERFORM 3350-CONSULTAR-POSICAO                              00104200
            IF NOT WRK-ACHOU-POSICAO-SIM                                00104300
               MOVE 'TITULAR SEM POSICAO NO POSDOC'                     00104400
                                       TO WRK-MOTIVO-RECUSA             00104500
               PERFORM 3800-GRAVAR-RECUSA                               00104600
               GO                  TO 3300-99-FIM                       00104700
            END-IF                                                      00104800
                                                                        00104900
            IF WRK-POS-PIOR-ATRASO (WRK-IDX-POS)                        00105000
                                   GREATER WRK-PARM-MAX-ATRASO          00105100
               MOVE 'TITULAR EM ATRASO NO CH.ESP.'                      00105200
                                       TO WRK-MOTIVO-RECUSA             00105300
               PERFORM 3800-GRAVAR-RECUSA                               00105400
               GO                  TO 3300-99-FIM                       00105500
            END-IF                                                      00105600
                                                                        00105700
      *     SALDO DEVEDOR ALEM DO LIMITE EM ALGUMA SOMA DAS CONTAS DO  *00105800
      *     TITULAR: JA USA MAIS CREDITO DO QUE TEM                    *00105900
            COMPUTE WRK-EXPOSICAO = WRK-POS-SALDO (WRK-IDX-POS)         00106000
                                  + WRK-POS-LIMITE (WRK-IDX-POS)        00106100
            IF WRK-EXPOSICAO LESS ZEROS                                 00106200
               MOVE 'TITULAR ACIMA DO LIMITE'                           00106300
                                       TO WRK-MOTIVO-RECUSA             00106400
               PERFORM 3800-GRAVAR-RECUSA                               00106500
               GO                  TO 3300-99-FIM                       00106600
            END-IF                                                      00106700
                                                                        00106800
      *     TABELA PRICE: PARCELA = VALOR X I X (1+I)**N / ((1+I)**N-1)*00106900
            COMPUTE WRK-FATOR ROUNDED =                                 00107000
                    (1 + FD-PRP-TAXA-MES / 100) ** FD-PRP-PRAZO         00107100
            COMPUTE WRK-VALOR-PARCELA ROUNDED =                         00107200
                    FD-PRP-VALOR * FD-PRP-TAXA-MES / 100                00107300
                  * WRK-FATOR / (WRK-FATOR - 1)                         00107400
            IF WRK-VALOR-PARCELA GREATER 99999999,99                    00107500
               MOVE 'PARCELA ACIMA DO LIMITE'                           00107600
                                       TO WRK-MOTIVO-RECUSA             00107700
               PERFORM 3800-GRAVAR-RECUSA                               00107800
               GO                  TO 3300-99-FIM                       00107900
            END-IF                                                      00108000
                                                                        00108100
      *     PRIMEIRO VENCIMENTO: DIA ESCOLHIDO DO MES SEGUINTE         *00108200
            MOVE WRK-DATA-EXEC         TO WRK-DATA-VENCTO               00108300
            ADD 1                      TO WRK-DV-MES                    00108400
            IF WRK-DV-MES GREATER 12                                    00108500
               MOVE 01                 TO WRK-DV-MES                    00108600
               ADD 1                   TO WRK-DV-ANO                    00108700
            END-IF                                                      00108800
            MOVE FD-PRP-DIA-VENCTO     TO WRK-DV-DIA                    00108900
                                                                        00109000
      *     A AREA DO EMPANT GUARDA O PROXIMO CONTRATO DO CADASTRO,    *00109100
      *     AINDA NAO GRAVADO: MONTA O CONTRATO NOVO NELA E DEPOIS     *00109200
      *     RESTAURA                                                   *00109300
            MOVE FD-EMPCLI             TO WRK-EMP-SALVO                 00109400
            MOVE SPACES                TO FD-EMPCLI                     00109500
            MOVE FD-PRP-AGENCIA        TO FD-EPC-AGENCIA                00109600
            MOVE FD-PRP-CONTA          TO FD-EPC-CONTA                  00109700
            MOVE FD-PRP-CONTRATO       TO FD-EPC-CONTRATO               00109800
            MOVE FD-CLI2505-DOCUMENTO  TO FD-EPC-DOCUMENTO              00109900
            MOVE FD-PRP-VALOR          TO FD-EPC-PRINCIPAL              00110000
                                          FD-EPC-SALDO-DEVEDOR          00110100
            MOVE FD-PRP-TAXA-MES       TO FD-EPC-TAXA-MES               00110200
            MOVE FD-PRP-PRAZO          TO FD-EPC-QTD-PARCELAS           00110300
            MOVE WRK-VALOR-PARCELA     TO FD-EPC-VALOR-PARCELA          00110400
            MOVE FD-PRP-DIA-VENCTO     TO FD-EPC-DIA-VENCTO             00110500
            MOVE WRK-DATA-EXEC         TO FD-EPC-DATA-CONTRATO          00110600
            MOVE 1                     TO FD-EPC-PROX-PARCELA           00110700
            MOVE WRK-DATA-VENCTO       TO FD-EPC-DATA-PROX-VENCTO       00110800
            MOVE ZEROS                 TO FD-EPC-ATR-QTD                00110900
                                          FD-EPC-ATR-VALOR              00111000
                                          FD-EPC-ATR-MORA               00111100
                                          FD-EPC-COB-QTD                00111200
                                          FD-EPC-COB-VALOR              00111300
                                          FD-EPC-COB-MORA               00111400
            MOVE 'A'                   TO FD-EPC-STATUS                 00111500
            PERFORM 3900-GRAVAR-EMPNOVO                                 00111600
            ADD 1                      TO ACUM-CONCEDIDOS               00111700
            ADD FD-PRP-VALOR           TO ACUM-VALOR-LIBERADO           00111800
                                                                        00111900
            PERFORM 3500-CREDITAR-LIBERACAO                             00112000
                                                                        00112100
            MOVE '3300  '              TO WRK-AUD-SECAO                 00112200
            MOVE 'I'                   TO WRK-AUD-OPERACAO              00112300
            MOVE 'EMPRESTIMO'          TO WRK-AUD-CAMPO                 00112400
            MOVE SPACES                TO WRK-AUD-VALOR-ANTES           00112500
            PERFORM 3690-MONTAR-AUD-EMP                                 00112600
            MOVE WRK-AUD-EMP           TO WRK-AUD-VALOR-DEPOIS          00112700
            PERFORM 3700-GRAVAR-AUDITORIA                               00112800
                                                                        00112900
            MOVE WRK-EMP-SALVO         TO FD-EMPCLI.                    00113000
                                                                        00113100
      *----------------------------------------------------------------*00113200
       3300-99-FIM.                           EXIT.                     00113300
      *----------------------------------------------------------------*00113400
                                                                        00113500
      *----------------------------------------------------------------*00113600
       3350-CONSULTAR-POSICAO                 SECTION.                  00113700
      *----------------------------------------------------------------*00113800
                                                                        00113900
           MOVE 'N'                   TO WRK-ACHOU-POSICAO              00114000
                                                                        00114100
           IF WRK-QTD-POS EQUAL ZEROS                                   00114200
              GO                      TO 3350-99-FIM                    00114300
           END-IF                                                       00114400
                                                                        00114500
           SEARCH ALL WRK-TAB-POS                                       00114600
             AT END                                                     00114700
                CONTINUE                                                00114800
             WHEN WRK-POS-DOC (WRK-IDX-POS)                             00114900
                                      EQUAL FD-CLI2505-DOCUMENTO        00115000
                MOVE 'S'              TO WRK-ACHOU-POSICAO              00115100
           END-SEARCH.                                                  00115200
                                                                        00115300
      *----------------------------------------------------------------*00115400
       3350-99-FIM.                           EXIT.                     00115500
      *----------------------------------------------------------------*00115600
                                                                        00115700
      *----------------------------------------------------------------*00115800
      *    CREDITO DO VALOR LIBERADO NA CONTA CORRENTE (MOVIMENTO 'C') *00115900
      *----------------------------------------------------------------*00116000
       3500-CREDITAR-LIBERACAO                SECTION.                  00116100
      *----------------------------------------------------------------*00116200
                                                                        00116300
            MOVE SPACES                TO FD-MOV2505                    00116400
            MOVE FD-PRP-AGENCIA        TO FD-MOV2505-AGENCIA            00116500
            MOVE FD-PRP-CONTA          TO FD-MOV2505-CONTA              00116600
            MOVE SPACES                TO WRK-HISTORICO-EMP             00116700
            MOVE 'LIBERACAO EMPR '     TO WRK-HE-TEXTO                  00116800
            MOVE FD-PRP-CONTRATO       TO WRK-HE-CONTRATO               00116900
            MOVE WRK-HISTORICO-EMP     TO FD-MOV2505-MOVIMENTO          00117000
            MOVE FD-PRP-VALOR          TO FD-MOV2505-VALOR              00117100
            MOVE 'C'                   TO FD-MOV2505-TIPO               00117200
            MOVE 'FR05EX62'            TO FD-MOV2505-ORIGEM             00117300
            WRITE FD-MOV2505                                            00117400
            PERFORM 1160-TESTAR-WRK-FS-MOVLIB                           00117500
                                                                        00117600
            ADD 1                      TO ACUM-GERADOS                  00117700
            ADD FD-PRP-VALOR           TO ACUM-HASH-GERADO.             00117800
                                                                        00117900
      *----------------------------------------------------------------*00118000
       3500-99-FIM.                           EXIT.                     00118100
      *----------------------------------------------------------------*00118200
                                                                        00118300
      *----------------------------------------------------------------*00118400
       3690-MONTAR-AUD-EMP                    SECTION.                  00118500
      *----------------------------------------------------------------*00118600
                                                                        00118700
            MOVE FD-EPC-CONTRATO       TO WRK-AUE-CONTRATO              00118800
            MOVE FD-EPC-PRINCIPAL      TO WRK-VALOR-ED                  00118900
            MOVE FD-EPC-TAXA-MES       TO WRK-TAXA-ED                   00119000
            MOVE SPACES                TO WRK-AUE-INFO                  00119100
            MOVE WRK-VALOR-ED          TO WRK-AUE-INFO (1:17)           00119200
            MOVE FD-EPC-QTD-PARCELAS   TO WRK-AUE-INFO (19:3)           00119300
            MOVE 'X'                   TO WRK-AUE-INFO (22:1)           00119400
            MOVE WRK-TAXA-ED           TO WRK-AUE-INFO (24:7).          00119500
                                                                        00119600
      *----------------------------------------------------------------*00119700
       3690-99-FIM.                           EXIT.                     00119800
      *----------------------------------------------------------------*00119900
                                                                        00120000
      *----------------------------------------------------------------*00120100
       3700-GRAVAR-AUDITORIA                  SECTION.                  00120200
      *----------------------------------------------------------------*00120300
                                                                        00120400
            MOVE 'FR05EX62'            TO WRK-AUD-PROGRAMA              00120500
            MOVE 'EMPCLI  '            TO WRK-AUD-TABELA                00120600
            MOVE ZEROS                 TO WRK-AUD-ID                    00120700
            MOVE SPACES                TO WRK-AUD-USUARIO               00120800
            MOVE FD-PRP-CHAVE-CONTA    TO WRK-AUD-CHAVE                 00120900
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00121000
                                                                        00121100
      *----------------------------------------------------------------*00121200
       3700-99-FIM.                           EXIT.                     00121300
      *----------------------------------------------------------------*00121400
                                                                        00121500
      *----------------------------------------------------------------*00121600
       3800-GRAVAR-RECUSA                     SECTION.                  00121700
      *----------------------------------------------------------------*00121800
                                                                        00121900
            MOVE FD-PROPEMP            TO FD-ERJ-PROPOSTA               00122000
            MOVE WRK-MOTIVO-RECUSA     TO FD-ERJ-MOTIVO                 00122100
            WRITE FD-EMPREJ                                             00122200
            PERFORM 1140-TESTAR-WRK-FS-EMPREJ                           00122300
            ADD 1                      TO ACUM-RECUSADAS                00122400
                                                                        00122500
            MOVE 'A'                   TO WRK-SEVERIDADE                00122600
            MOVE 'FR05EX62'            TO WRK-PROGRAMA                  00122700
            MOVE '3800  '              TO WRK-SECAO                     00122800
            MOVE WRK-MOTIVO-RECUSA     TO WRK-MENSAGEM                  00122900
            MOVE FD-PRP-CHAVE-CONTA    TO WRK-STATUS                    00123000
            CALL 'GRAVALOG'            USING WRK-LOG.                   00123100
                                                                        00123200
      *----------------------------------------------------------------*00123300
       3800-99-FIM.                           EXIT.                     00123400
      *----------------------------------------------------------------*00123500
                                                                        00123600
      *----------------------------------------------------------------*00123700
      *    GRAVA O CONTRATO E ANOTA A CONTA QUE TEM PARCELA EM ATRASO  *00123800
      *    OU EM COBRANCA, PARA AS PROPOSTAS SEGUINTES DA MESMA CONTA  *00123900
      *----------------------------------------------------------------*00124000
       3900-GRAVAR-EMPNOVO                    SECTION.                  00124100
      *----------------------------------------------------------------*00124200
                                                                        00124300
            IF FD-EPC-ATIVO                                             00124400
             AND (FD-EPC-ATR-QTD GREATER ZEROS                          00124500
                  OR FD-EPC-COB-QTD GREATER ZEROS)                      00124600
               MOVE FD-EPC-CHAVE-CONTA TO WRK-CHAVE-EM-ATRASO           00124700
            END-IF                                                      00124800
                                                                        00124900
            WRITE FD-EMPNOVO           FROM FD-EMPCLI                   00125000
            PERFORM 1130-TESTAR-WRK-FS-EMPNOVO                          00125100
            ADD 1                      TO ACUM-GRAV-EMPNOVO.            00125200
                                                                        00125300
      *----------------------------------------------------------------*00125400
       3900-99-FIM.                           EXIT.                     00125500
      *----------------------------------------------------------------*00125600
                                                                        00125700
      ******************************************************************00125800
      *                     F I N A L I Z A R                          *00125900
      ******************************************************************00126000
                                                                        00126100
      *----------------------------------------------------------------*00126200
       4000-FINALIZAR                        SECTION.                   00126300
      *----------------------------------------------------------------*00126400
                                                                        00126500
            MOVE SPACES               TO FD-MOV2505                     00126600
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00126700
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00126800
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00126900
            WRITE FD-MOV2505                                            00127000
            PERFORM 1160-TESTAR-WRK-FS-MOVLIB                           00127100
                                                                        00127200
      *     PARTIDA DO DIA: DEBITO EMPRESTIMOS A CLIENTES, CREDITO     *00127300
      *     CAIXA / MOVIMENTO DO DIA                                   *00127400
            IF ACUM-VALOR-LIBERADO GREATER ZEROS                        00127500
               MOVE WRK-CONTA-EMPRESTIMO                                00127600
                                       TO WRK-CONTA-CTB-DEB             00127700
               MOVE WRK-CONTA-CAIXA    TO WRK-CONTA-CTB-CRE             00127800
               MOVE ACUM-VALOR-LIBERADO                                 00127900
                                       TO WRK-VALOR-LANC                00128000
               MOVE 'LIBERACAO EMPRESTIMOS'                             00128100
                                       TO WRK-HISTORICO-LANC            00128200
               PERFORM 4100-GRAVAR-PARTIDA                              00128300
            END-IF                                                      00128400
                                                                        00128500
            MOVE SPACES               TO FD-GLMOV                       00128600
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00128700
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00128800
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00128900
            WRITE FD-GLMOV                                              00129000
            PERFORM 1170-TESTAR-WRK-FS-GLLIB                            00129100
                                                                        00129200
            CLOSE PROPEMP                                               00129300
                  CLI2505                                               00129400
                  EMPNOVO                                               00129500
                  EMPREJ                                                00129600
                  MOVLIB                                                00129700
                  GLLIB                                                 00129800
            IF WRK-FS-EMPANT NOT EQUAL '10'                             00129900
               CLOSE EMPANT                                             00130000
            END-IF                                                      00130100
                                                                        00130200
            DISPLAY '*************************************************' 00130300
            DISPLAY '   CONCESSAO DE EMPRESTIMO PESSOAL               ' 00130400
            DISPLAY '                                                 ' 00130500
            DISPLAY '  LIDOS EMPANT        :  ' ACUM-LIDOS-EMPANT       00130600
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00130700
            DISPLAY '  LIDOS POSDOC        :  ' ACUM-LIDOS-POSDOC       00130800
            DISPLAY '  LIDOS PROPEMP       :  ' ACUM-LIDOS-PROPEMP      00130900
            DISPLAY '  GRAVADOS EMPNOVO    :  ' ACUM-GRAV-EMPNOVO       00131000
            DISPLAY '  CONCEDIDOS          :  ' ACUM-CONCEDIDOS         00131100
            DISPLAY '  VALOR LIBERADO      :  ' ACUM-VALOR-LIBERADO     00131200
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00131300
            DISPLAY '                                                 ' 00131400
            DISPLAY '*************************************************'.00131500
                                                                        00131600
      *----------------------------------------------------------------*00131700
       4000-99-FIM.                           EXIT.                     00131800
      *----------------------------------------------------------------*00131900
                                                                        00132000
      *----------------------------------------------------------------*00132100
       4100-GRAVAR-PARTIDA                   SECTION.                   00132200
      *----------------------------------------------------------------*00132300
                                                                        00132400
            MOVE SPACES                TO FD-GLMOV                      00132500
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00132600
            MOVE WRK-CONTA-CTB-DEB     TO FD-GLJ-CONTA-CTB              00132700
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00132800
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00132900
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00133000
            WRITE FD-GLMOV                                              00133100
            PERFORM 1170-TESTAR-WRK-FS-GLLIB                            00133200
                                                                        00133300
            MOVE SPACES                TO FD-GLMOV                      00133400
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00133500
            MOVE WRK-CONTA-CTB-CRE     TO FD-GLJ-CONTA-CTB              00133600
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00133700
            MOVE WRK-VALOR-LANC        TO FD-GLJ-VALOR                  00133800
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00133900
            WRITE FD-GLMOV                                              00134000
            PERFORM 1170-TESTAR-WRK-FS-GLLIB                            00134100
                                                                        00134200
            ADD 2                      TO ACUM-LANCAMENTOS              00134300
            ADD WRK-VALOR-LANC         TO ACUM-SOMA-DEBITOS.            00134400
                                                                        00134500
      *----------------------------------------------------------------*00134600
       4100-99-FIM.                           EXIT.                     00134700
      *----------------------------------------------------------------*00134800
                                                                        00134900
      ******************************************************************00135000
      *                   T R A T A R  E R R O                         *00135100
      ******************************************************************00135200
                                                                        00135300
       9000-TRATAR-ERRO                     SECTION.                    00135400
      *----------------------------------------------------------------*00135500
                                                                        00135600
                  MOVE 'F'                TO WRK-SEVERIDADE             00135700
                  CALL 'GRAVALOG'         USING WRK-LOG                 00135800
                  MOVE 16                 TO RETURN-CODE                00135900
                  GOBACK.                                               00136000
                                                                        00136100
      *----------------------------------------------------------------*00136200
       9000-99-FIM.                           EXIT.                     00136300
      *----------------------------------------------------------------*00136400
