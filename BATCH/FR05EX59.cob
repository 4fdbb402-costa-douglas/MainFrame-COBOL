      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX59.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX59                                       *00002000
      *    TIPO.......: TARIFA MENSAL DO PACOTE DE SERVICOS            *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : COBRAR, NO FIM DO MES, OS MOVIMENTOS QUE PASSARAM*00002800
      *               DA FRANQUIA DO PACOTE DE SERVICOS DO SEGMENTO DA *00002900
      *               CONTA. O HISTORICO DE MOVIMENTOS (MOVHIST, POR   *00003000
      *               CHAVE+DATA) E CASADO COM O CADASTRO E, POR       *00003100
      *               CONTA, CONTAM-SE OS MOVIMENTOS DA COMPETENCIA    *00003200
      *               POR CATEGORIA:                                   *00003300
      *                 - DEBITO AVULSO: 'D' SEM REFERENCIA DE         *00003400
      *                   TRANSFERENCIA;                               *00003500
      *                 - TRANSFERENCIA: PERNA 'D' DE TRANSFERENCIA    *00003600
      *                   (QUEM ENVIA PAGA);                           *00003700
      *               O IOF DO CHEQUE ESPECIAL NAO CONTA E O ESTORNO   *00003800
      *               ('E') DE UM DEBITO DA COMPETENCIA DEVOLVE O      *00003900
      *               MOVIMENTO. O QUE PASSA DA FRANQUIA DA LINHA 'P'  *00004000
      *               DA TABELA DE TARIFAS (SEGMENTO DA CONTA OU, SEM  *00004100
      *               ELA, A LINHA PADRAO) E COBRADO PELO PRECO        *00004200
      *               UNITARIO, UM MOVIMENTO 'F' POR CATEGORIA, NO     *00004300
      *               ARQUIVO MOVPAC (LAYOUT MOV2505, COM HEADER/      *00004400
      *               TRAILER, EM ORDEM DE CHAVE), PROCESSADO COMO UM  *00004500
      *               CICLO PELO FR05EX03, COMO O MOVJF DO FR05EX10.   *00004600
      *               CATEGORIA SEM LINHA 'P' NAO E COBRADA. O         *00004700
      *               RELATORIO RELPAC MOSTRA O USO DO PACOTE POR      *00004800
      *               SEGMENTO E CATEGORIA, PARA O DIMENSIONAMENTO DAS *00004900
      *               FRANQUIAS.                                       *00005000
      *----------------------------------------------------------------*00005100
      *    ARQUIVOS :                                                  *00005200
      *    DDNAME          I/O                                         *00005300
      *    JCLCLI           I    CADASTRO DE CLIENTES (VSAM KSDS)      *00005400
      *    JCLTARIF         I    TABELA DE TAXAS E TARIFAS             *00005500
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS (CHAVE+DATA)  *00005600
      *    JCLMOVPC         O    MOVIMENTOS 'F' DO PACOTE (106)        *00005700
      *    JCLRELPC         O    USO DO PACOTE POR SEGMENTO (080)      *00005800
      *----------------------------------------------------------------*00005900
      *    BOOKS    :    B#CLIMST, B#TARIF, B#MOVHST, B#MOVREG,        *00006000
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00006100
      *----------------------------------------------------------------*00006200
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006300
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006400
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006500
      *----------------------------------------------------------------*00006600
      *    PARAMETROS (VIA SYSIN):                                     *00006700
      *      COMPETENCIA (AAAAMM) (BRANCOS = MES ANTERIOR AO DA DATA   *00006800
      *                           DE MOVIMENTO)                        *00006900
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00007000
      *----------------------------------------------------------------*00007100
      *    HISTORICO DE ALTERACOES:                                    *00007200
      *      DATA        RESP.    DESCRICAO                            *00007300
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007400
      ******************************************************************00007500
      *================================================================*00007600
                                                                        00007700
      *================================================================*00007800
       ENVIRONMENT                                DIVISION.             00007900
      *================================================================*00008000
                                                                        00008100
      *----------------------------------------------------------------*00008200
       CONFIGURATION                              SECTION.              00008300
      *----------------------------------------------------------------*00008400
                                                                        00008500
       SPECIAL-NAMES.                                                   00008600
           DECIMAL-POINT IS COMMA.                                      00008700
                                                                        00008800
      *----------------------------------------------------------------*00008900
       INPUT-OUTPUT                               SECTION.              00009000
      *----------------------------------------------------------------*00009100
                                                                        00009200
       FILE-CONTROL.                                                    00009300
             SELECT CLI2505   ASSIGN     TO JCLCLI                      00009400
                    ORGANIZATION    IS INDEXED                          00009500
                    ACCESS MODE     IS SEQUENTIAL                       00009600
                    RECORD KEY      IS FD-CLI2505-CHAVE                 00009700
                    FILE STATUS          IS WRK-FS-CLI2505.             00009800
                                                                        00009900
             SELECT TARIFAS   ASSIGN     TO JCLTARIF                    00010000
                    FILE STATUS          IS WRK-FS-TARIFAS.             00010100
                                                                        00010200
             SELECT MOVHIST   ASSIGN     TO JCLMOVH                     00010300
                    FILE STATUS          IS WRK-FS-MOVHIST.             00010400
                                                                        00010500
             SELECT MOVPAC    ASSIGN     TO JCLMOVPC                    00010600
                    FILE STATUS          IS WRK-FS-MOVPAC.              00010700
                                                                        00010800
             SELECT RELPAC    ASSIGN     TO JCLRELPC                    00010900
                    FILE STATUS          IS WRK-FS-RELPAC.              00011000
                                                                        00011100
      *================================================================*00011200
       DATA                                      DIVISION.              00011300
      *================================================================*00011400
                                                                        00011500
      *----------------------------------------------------------------*00011600
       FILE                                      SECTION.               00011700
      *----------------------------------------------------------------*00011800
                                                                        00011900
      *----------------------------------------------------------------*00012000
      *  INPUT - CADASTRO DE CLIENTES (VSAM) - LRECL = 082.            *00012100
      *----------------------------------------------------------------*00012200
                                                                        00012300
       FD CLI2505.                                                      00012400
                                                                        00012500
           COPY 'B#CLIMST'.                                             00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
      *  INPUT - TABELA DE TAXAS E TARIFAS (TARIFAS) - LRECL = 030.    *00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       FD TARIFAS                                                       00013200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
       01 FD-TARIFAS        PIC X(030).                                 00013500
                                                                        00013600
      *----------------------------------------------------------------*00013700
      *  INPUT - HISTORICO DE MOVIMENTOS, POR CHAVE+DATA - LRECL = 114.*00013800
      *----------------------------------------------------------------*00013900
                                                                        00014000
       FD MOVHIST                                                       00014100
           RECORDING MODE IS F                                          00014200
           BLOCK CONTAINS 0 RECORDS.                                    00014300
                                                                        00014400
           COPY 'B#MOVHST'.                                             00014500
                                                                        00014600
      *----------------------------------------------------------------*00014700
      *  OUTPUT - MOVIMENTOS 'F' DO PACOTE (MOVPAC) - LRECL = 106.     *00014800
      *----------------------------------------------------------------*00014900
                                                                        00015000
       FD MOVPAC                                                        00015100
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
                                                                        00015400
           COPY 'B#MOVREG'.                                             00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
      *  OUTPUT - USO DO PACOTE POR SEGMENTO (RELPAC) - LRECL = 080.   *00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
       FD RELPAC                                                        00016100
           RECORDING MODE IS F                                          00016200
           BLOCK CONTAINS 0 RECORDS.                                    00016300
       01 FD-RELPAC         PIC X(080).                                 00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
       WORKING-STORAGE                            SECTION.              00016700
      *----------------------------------------------------------------*00016800
      *----------------------------------------------------------------*00016900
       01 FILLER                         PIC X(050)       VALUE         00017000
                   '*** INICIO DA WORKING FR05EX59 ***'.                00017100
      *----------------------------------------------------------------*00017200
                                                                        00017300
       77 WRK-FS-CLI2505                 PIC X(002) VALUE SPACES.       00017400
       77 WRK-FS-TARIFAS                 PIC X(002) VALUE SPACES.       00017500
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00017600
       77 WRK-FS-MOVPAC                  PIC X(002) VALUE SPACES.       00017700
       77 WRK-FS-RELPAC                  PIC X(002) VALUE SPACES.       00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
       01 FILLER                         PIC X(050)       VALUE         00018100
                     '*** AREA DA ACUMULADORES ***'.                    00018200
      *----------------------------------------------------------------*00018300
                                                                        00018400
       77 ACUM-LIDOS-CLI2505             PIC 9(007) VALUE ZEROS.        00018500
       77 ACUM-LIDOS-MOVHIST             PIC 9(009) VALUE ZEROS.        00018600
       77 ACUM-MOVTOS-COMPET             PIC 9(009) VALUE ZEROS.        00018700
       77 ACUM-ESTORNOS-COMPET           PIC 9(007) VALUE ZEROS.        00018800
       77 ACUM-MOVHIST-SEM-CADASTRO      PIC 9(007) VALUE ZEROS.        00018900
       77 ACUM-LINHAS-PACOTE             PIC 9(003) VALUE ZEROS.        00019000
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00019100
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00019200
                                                                        00019300
      *----------------------------------------------------------------*00019400
       01 FILLER                         PIC X(050)       VALUE         00019500
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00019600
      *----------------------------------------------------------------*00019700
                                                                        00019800
       77 WRK-CHAVE-ATUAL-CLI            PIC X(010) VALUE SPACES.       00019900
       77 WRK-CHAVE-ATUAL-MOV            PIC X(010) VALUE SPACES.       00020000
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00020100
       77 WRK-SEG                        PIC 9(001) VALUE ZEROS.        00020200
       77 WRK-CAT                        PIC 9(001) VALUE ZEROS.        00020300
       77 WRK-QTD-EXCEDENTE              PIC 9(005) VALUE ZEROS.        00020400
       77 WRK-VALOR-COBRADO              PIC 9(008)V99 VALUE ZEROS.     00020500
       77 WRK-MEDIA                      PIC 9(004)V9 VALUE ZEROS.      00020600
                                                                        00020700
       01 WRK-COMPETENCIA                PIC X(006) VALUE SPACES.       00020800
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.                  00020900
          05 WRK-COMP-ANO                PIC 9(004).                    00021000
          05 WRK-COMP-MES                PIC 9(002).                    00021100
                                                                        00021200
      *----------------------------------------------------------------*00021300
      *    MOVIMENTOS DA CONTA NA COMPETENCIA, POR CATEGORIA (1 =      *00021400
      *    DEBITO AVULSO, 2 = TRANSFERENCIA); COM SINAL POR CAUSA DOS  *00021500
      *    ESTORNOS                                                    *00021600
      *----------------------------------------------------------------*00021700
                                                                        00021800
       01 WRK-CONTA-MES.                                                00021900
          05 WRK-CTA-QTD                 PIC S9(005) OCCURS 2 TIMES.    00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    PACOTE POR SEGMENTO (1 VAREJO, 2 EMPRESA, 3 GOVERNO, 4      *00022300
      *    SEM SEGMENTO) E CATEGORIA: FRANQUIA, PRECO E O USO NO MES   *00022400
      *----------------------------------------------------------------*00022500
                                                                        00022600
       01 WRK-TABELA-PACOTES.                                           00022700
          05 WRK-TAB-SEG                 OCCURS 4 TIMES.                00022800
             10 WRK-TAB-CAT              OCCURS 2 TIMES.                00022900
                15 WRK-PAC-TEM-LINHA     PIC X(001).                    00023000
                   88 WRK-PAC-TEM-LINHA-SIM      VALUE 'S'.             00023100
                15 WRK-PAC-FRANQUIA      PIC 9(005).                    00023200
                15 WRK-PAC-PRECO         PIC 9(005)V99.                 00023300
                15 WRK-PAC-CONTAS        PIC 9(007).                    00023400
                15 WRK-PAC-CONTAS-EXC    PIC 9(007).                    00023500
                15 WRK-PAC-MOVTOS        PIC 9(009).                    00023600
                15 WRK-PAC-EXCEDENTES    PIC 9(009).                    00023700
                15 WRK-PAC-VALOR         PIC 9(011)V99.                 00023800
                                                                        00023900
       01 WRK-PACOTE-PADRAO.                                            00024000
          05 WRK-TAB-PAD                 OCCURS 2 TIMES.                00024100
             10 WRK-PAD-TEM-LINHA        PIC X(001).                    00024200
                88 WRK-PAD-TEM-LINHA-SIM         VALUE 'S'.             00024300
             10 WRK-PAD-FRANQUIA         PIC 9(005).                    00024400
             10 WRK-PAD-PRECO            PIC 9(005)V99.                 00024500
                                                                        00024600
       01 WRK-NOMES-SEGMENTOS.                                          00024700
          05 FILLER                      PIC X(032) VALUE               00024800
             'VAREJO  EMPRESA GOVERNO OUTROS  '.                        00024900
       01 WRK-NOMES-SEGMENTOS-R REDEFINES WRK-NOMES-SEGMENTOS.          00025000
          05 WRK-NOME-SEG                PIC X(008) OCCURS 4 TIMES.     00025100
                                                                        00025200
       01 WRK-NOMES-CATEGORIAS.                                         00025300
          05 FILLER                      PIC X(014) VALUE               00025400
             'DEBITOSTRANSF.'.                                          00025500
       01 WRK-NOMES-CATEGORIAS-R REDEFINES WRK-NOMES-CATEGORIAS.        00025600
          05 WRK-NOME-CAT                PIC X(007) OCCURS 2 TIMES.     00025700
                                                                        00025800
      *----------------------------------------------------------------*00025900
      *    HISTORICO DO MOVIMENTO 'F' GERADO                           *00026000
      *----------------------------------------------------------------*00026100
                                                                        00026200
       01 WRK-HISTORICO-PAC.                                            00026300
          05 FILLER                      PIC X(014) VALUE               00026400
             'TARIFA PACOTE '.                                          00026500
          05 WRK-HP-CATEGORIA            PIC X(008).                    00026600
          05 FILLER                      PIC X(004) VALUE 'QTD '.       00026700
          05 WRK-HP-QTD                  PIC 9(004).                    00026800
                                                                        00026900
      *----------------------------------------------------------------*00027000
      *    RELATORIO DE USO DO PACOTE                                  *00027100
      *----------------------------------------------------------------*00027200
                                                                        00027300
       01 WRK-CABEC1.                                                   00027400
          05 FILLER                      PIC X(051) VALUE               00027500
             'FR05EX59 - USO DO PACOTE DE SERVICOS - COMPETENCIA '.     00027600
          05 WRK-CB-ANO                  PIC X(004).                    00027700
          05 FILLER                      PIC X(001) VALUE '/'.          00027800
          05 WRK-CB-MES                  PIC X(002).                    00027900
          05 FILLER                      PIC X(022) VALUE SPACES.       00028000
                                                                        00028100
       01 WRK-CABEC2.                                                   00028200
          05 FILLER                      PIC X(040) VALUE               00028300
             'SEGMENTO CATEG.  FRANQ.  CONTAS C/EXCED '.                00028400
          05 FILLER                      PIC X(040) VALUE               00028500
             '   MOVTOS EXCEDENT. VALOR COBRADO  MEDIA'.                00028600
                                                                        00028700
       01 WRK-LINUSO.                                                   00028800
          05 WRK-LU-SEGMENTO             PIC X(008).                    00028900
          05 FILLER                      PIC X(001) VALUE SPACES.       00029000
          05 WRK-LU-CATEGORIA            PIC X(007).                    00029100
          05 FILLER                      PIC X(001) VALUE SPACES.       00029200
          05 WRK-LU-FRANQUIA             PIC ZZ.ZZ9.                    00029300
          05 WRK-LU-FRANQUIA-X REDEFINES WRK-LU-FRANQUIA                00029400
                                         PIC X(006).                    00029500
          05 FILLER                      PIC X(001) VALUE SPACES.       00029600
          05 WRK-LU-CONTAS               PIC ZZZ.ZZ9.                   00029700
          05 FILLER                      PIC X(001) VALUE SPACES.       00029800
          05 WRK-LU-CONTAS-EXC           PIC ZZZ.ZZ9.                   00029900
          05 FILLER                      PIC X(001) VALUE SPACES.       00030000
          05 WRK-LU-MOVTOS               PIC Z.ZZZ.ZZ9.                 00030100
          05 FILLER                      PIC X(001) VALUE SPACES.       00030200
          05 WRK-LU-EXCEDENTES           PIC Z.ZZZ.ZZ9.                 00030300
          05 FILLER                      PIC X(001) VALUE SPACES.       00030400
          05 WRK-LU-VALOR                PIC ZZ.ZZZ.ZZ9,99.             00030500
          05 FILLER                      PIC X(001) VALUE SPACES.       00030600
          05 WRK-LU-MEDIA                PIC ZZZ9,9.                    00030700
                                                                        00030800
      *----------------------------------------------------------------*00030900
       01 FILLER                         PIC X(050)       VALUE         00031000
                    '*** AREA DA BOOK GRAVALOG ***'.                    00031100
      *----------------------------------------------------------------*00031200
                                                                        00031300
                           COPY 'B#GRALOG'.                             00031400
                                                                        00031500
      ******************************************************************00031600
      *        B O O K  T A B E L A  D E  T A R I F A S                *00031700
      ******************************************************************00031800
                                                                        00031900
       COPY 'B#TARIF'.                                                  00032000
                                                                        00032100
      ******************************************************************00032200
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00032300
      ******************************************************************00032400
                                                                        00032500
       COPY 'B#RUNCTL'.                                                 00032600
                                                                        00032700
       COPY 'B#DATPRC'.                                                 00032800
                                                                        00032900
      *----------------------------------------------------------------*00033000
       01 FILLER                         PIC X(050)       VALUE         00033100
                    '*** FIM DA WORKING FR05EX59 ***'.                  00033200
      *----------------------------------------------------------------*00033300
                                                                        00033400
      *================================================================*00033500
       PROCEDURE                                 DIVISION.              00033600
      *================================================================*00033700
                                                                        00033800
      *----------------------------------------------------------------*00033900
       0000-PRINCIPAL                            SECTION.               00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
            PERFORM 1000-INICIAR                                        00034300
                                                                        00034400
            PERFORM 2000-PROCESSAR                                      00034500
                                                                        00034600
            PERFORM 4000-FINALIZAR                                      00034700
                                                                        00034800
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00034900
            MOVE ACUM-LIDOS-CLI2505   TO WRK-RUN-LIDOS                  00035000
            MOVE ACUM-GERADOS         TO WRK-RUN-GRAVADOS               00035100
            MOVE ZEROS                TO WRK-RUN-RC                     00035200
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00035300
                                                                        00035400
            STOP RUN.                                                   00035500
                                                                        00035600
      *----------------------------------------------------------------*00035700
       0000-99-FIM.                           EXIT.                     00035800
      *----------------------------------------------------------------*00035900
                                                                        00036000
      ******************************************************************00036100
      *                       I N I C I A R                            *00036200
      ******************************************************************00036300
                                                                        00036400
      *----------------------------------------------------------------*00036500
       1000-INICIAR                           SECTION.                  00036600
      *----------------------------------------------------------------*00036700
                                                                        00036800
           ACCEPT WRK-COMPETENCIA FROM SYSIN                            00036900
      *    CONTROLE DE EXECUCOES: GUARDA DE REPROCESSAMENTO          *  00037000
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00037100
           CALL 'LERDATAP'            USING WRK-DATPRC                  00037200
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00037300
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00037400
           MOVE 'FR05EX59'            TO WRK-RUN-PROGRAMA               00037500
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00037600
           MOVE ZEROS                 TO WRK-RUN-RC                     00037700
                                         WRK-RUN-LIDOS                  00037800
                                         WRK-RUN-GRAVADOS               00037900
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00038000
                                                                        00038100
           IF WRK-RUN-DATA-JA-FEITA                                     00038200
              MOVE 'A'                TO WRK-SEVERIDADE                 00038300
              MOVE 'FR05EX59'         TO WRK-PROGRAMA                   00038400
              MOVE '1000  '           TO WRK-SECAO                      00038500
              MOVE 'DATA JA PROCESSADA - INFORME RERUN'                 00038600
                                      TO WRK-MENSAGEM                   00038700
              MOVE WRK-DATA-EXEC      TO WRK-STATUS                     00038800
              CALL 'GRAVALOG'         USING WRK-LOG                     00038900
              MOVE 08                 TO RETURN-CODE                    00039000
              GOBACK                                                    00039100
           END-IF                                                       00039200
                                                                        00039300
      *    SEM COMPETENCIA INFORMADA, COBRA-SE O MES ANTERIOR AO DA   * 00039400
      *    DATA DE MOVIMENTO (JOB RODADO NA VIRADA DO MES)            * 00039500
           IF WRK-COMPETENCIA NOT NUMERIC                               00039600
              MOVE WRK-DATA-EXEC (1:6) TO WRK-COMPETENCIA               00039700
              IF WRK-COMP-MES EQUAL 01                                  00039800
                 MOVE 12              TO WRK-COMP-MES                   00039900
                 SUBTRACT 1           FROM WRK-COMP-ANO                 00040000
              ELSE                                                      00040100
                 SUBTRACT 1           FROM WRK-COMP-MES                 00040200
              END-IF                                                    00040300
           END-IF                                                       00040400
           IF WRK-COMP-MES LESS 01                                      00040500
            OR WRK-COMP-MES GREATER 12                                  00040600
              MOVE 'FR05EX59'         TO WRK-PROGRAMA                   00040700
              MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM      00040800
              MOVE '1000'             TO WRK-SECAO                      00040900
              MOVE WRK-COMPETENCIA    TO WRK-STATUS                     00041000
              PERFORM 9000-TRATAR-ERRO                                  00041100
           END-IF                                                       00041200
                                                                        00041300
           OPEN INPUT  CLI2505                                          00041400
                INPUT  TARIFAS                                          00041500
                INPUT  MOVHIST                                          00041600
                OUTPUT MOVPAC                                           00041700
                OUTPUT RELPAC                                           00041800
                                                                        00041900
           PERFORM 1110-TESTAR-WRK-FS-CLI2505                           00042000
           PERFORM 1120-TESTAR-WRK-FS-TARIFAS                           00042100
           PERFORM 1130-TESTAR-WRK-FS-MOVHIST                           00042200
           PERFORM 1140-TESTAR-WRK-FS-MOVPAC                            00042300
           PERFORM 1150-TESTAR-WRK-FS-RELPAC                            00042400
                                                                        00042500
           PERFORM 1200-CARREGAR-PACOTES                                00042600
                                                                        00042700
           IF ACUM-LINHAS-PACOTE EQUAL ZEROS                            00042800
              MOVE 'FR05EX59'                  TO WRK-PROGRAMA          00042900
              MOVE 'TABELA SEM LINHAS DE PACOTE' TO WRK-MENSAGEM        00043000
              MOVE '1000'                      TO WRK-SECAO             00043100
              MOVE SPACES                      TO WRK-STATUS            00043200
              PERFORM 9000-TRATAR-ERRO                                  00043300
           END-IF                                                       00043400
                                                                        00043500
           PERFORM 1300-GRAVAR-HEADER.                                  00043600
                                                                        00043700
      *----------------------------------------------------------------*00043800
       1000-99-FIM.                           EXIT.                     00043900
      *----------------------------------------------------------------*00044000
                                                                        00044100
      *----------------------------------------------------------------*00044200
       1110-TESTAR-WRK-FS-CLI2505             SECTION.                  00044300
      *----------------------------------------------------------------*00044400
                                                                        00044500
           IF WRK-FS-CLI2505 NOT EQUAL ZEROS                            00044600
              MOVE 'FR05EX59'                    TO WRK-PROGRAMA        00044700
              MOVE 'ERRO NO ARQUIVO CLI2505'     TO WRK-MENSAGEM        00044800
              MOVE '1110'                        TO WRK-SECAO           00044900
              MOVE WRK-FS-CLI2505                TO WRK-STATUS          00045000
              PERFORM 9000-TRATAR-ERRO                                  00045100
           END-IF.                                                      00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
       1110-99-FIM.                           EXIT.                     00045500
      *----------------------------------------------------------------*00045600
                                                                        00045700
      *----------------------------------------------------------------*00045800
       1120-TESTAR-WRK-FS-TARIFAS             SECTION.                  00045900
      *----------------------------------------------------------------*00046000
                                                                        00046100
           IF WRK-FS-TARIFAS NOT EQUAL ZEROS                            00046200
              MOVE 'FR05EX59'                    TO WRK-PROGRAMA        00046300
              MOVE 'ERRO NO ARQUIVO TARIFAS'     TO WRK-MENSAGEM        00046400
              MOVE '1120'                        TO WRK-SECAO           00046500
              MOVE WRK-FS-TARIFAS                TO WRK-STATUS          00046600
              PERFORM 9000-TRATAR-ERRO                                  00046700
           END-IF.                                                      00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1120-99-FIM.                           EXIT.                     00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
      *----------------------------------------------------------------*00047400
       1130-TESTAR-WRK-FS-MOVHIST             SECTION.                  00047500
      *----------------------------------------------------------------*00047600
                                                                        00047700
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            00047800
              MOVE 'FR05EX59'                    TO WRK-PROGRAMA        00047900
              MOVE 'ERRO NO ARQUIVO MOVHIST'     TO WRK-MENSAGEM        00048000
              MOVE '1130'                        TO WRK-SECAO           00048100
              MOVE WRK-FS-MOVHIST                TO WRK-STATUS          00048200
              PERFORM 9000-TRATAR-ERRO                                  00048300
           END-IF.                                                      00048400
                                                                        00048500
      *----------------------------------------------------------------*00048600
       1130-99-FIM.                           EXIT.                     00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
      *----------------------------------------------------------------*00049000
       1140-TESTAR-WRK-FS-MOVPAC              SECTION.                  00049100
      *----------------------------------------------------------------*00049200
                                                                        00049300
           IF WRK-FS-MOVPAC NOT EQUAL ZEROS                             00049400
              MOVE 'FR05EX59'                    TO WRK-PROGRAMA        00049500
              MOVE 'ERRO NO ARQUIVO MOVPAC'      TO WRK-MENSAGEM        00049600
              MOVE '1140'                        TO WRK-SECAO           00049700
              MOVE WRK-FS-MOVPAC                 TO WRK-STATUS          00049800
              PERFORM 9000-TRATAR-ERRO                                  00049900
           END-IF.                                                      00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1140-99-FIM.                           EXIT.                     00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
      *----------------------------------------------------------------*00050600
       1150-TESTAR-WRK-FS-RELPAC              SECTION.                  00050700
      *----------------------------------------------------------------*00050800
                                                                        00050900
           IF WRK-FS-RELPAC NOT EQUAL ZEROS                             00051000
              MOVE 'FR05EX59'                    TO WRK-PROGRAMA        00051100
              MOVE 'ERRO NO ARQUIVO RELPAC'      TO WRK-MENSAGEM        00051200
              MOVE '1150'                        TO WRK-SECAO           00051300
              MOVE WRK-FS-RELPAC                 TO WRK-STATUS          00051400
              PERFORM 9000-TRATAR-ERRO                                  00051500
           END-IF.                                                      00051600
                                                                        00051700
      *----------------------------------------------------------------*00051800
       1150-99-FIM.                           EXIT.                     00051900
      *----------------------------------------------------------------*00052000
                                                                        00052100
      ******************************************************************00052200
      *        C A R R E G A R   P A C O T E S   D E   S E R V I C O S *00052300
      ******************************************************************00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       1200-CARREGAR-PACOTES                 SECTION.                   00052700
      *----------------------------------------------------------------*00052800
                                                                        00052900
           INITIALIZE WRK-TABELA-PACOTES                                00053000
                      WRK-PACOTE-PADRAO                                 00053100
                                                                        00053200
           PERFORM 1210-LER-TARIFAS                                     00053300
                                                                        00053400
           PERFORM 1220-GUARDAR-PACOTE                                  00053500
                   UNTIL WRK-FS-TARIFAS EQUAL '10'                      00053600
                                                                        00053700
           CLOSE TARIFAS                                                00053800
                                                                        00053900
      *    SEGMENTO SEM LINHA PROPRIA FICA COM A LINHA PADRAO; O      * 00054000
      *    QUARTO (CONTA SEM SEGMENTO) SO TEM A PADRAO                * 00054100
           PERFORM 1230-APLICAR-PADRAO                                  00054200
                   VARYING WRK-SEG FROM 1 BY 1                          00054300
                   UNTIL WRK-SEG GREATER 4.                             00054400
                                                                        00054500
      *----------------------------------------------------------------*00054600
       1200-99-FIM.                           EXIT.                     00054700
      *----------------------------------------------------------------*00054800
                                                                        00054900
      *----------------------------------------------------------------*00055000
       1210-LER-TARIFAS                      SECTION.                   00055100
      *----------------------------------------------------------------*00055200
                                                                        00055300
           READ TARIFAS              INTO WRK-TARIFAS                   00055400
                                                                        00055500
           IF WRK-FS-TARIFAS EQUAL '10'                                 00055600
              GO                  TO 1210-99-FIM                        00055700
           END-IF                                                       00055800
                                                                        00055900
           PERFORM 1120-TESTAR-WRK-FS-TARIFAS.                          00056000
                                                                        00056100
      *----------------------------------------------------------------*00056200
       1210-99-FIM.                           EXIT.                     00056300
      *----------------------------------------------------------------*00056400
                                                                        00056500
      *----------------------------------------------------------------*00056600
       1220-GUARDAR-PACOTE                   SECTION.                   00056700
      *----------------------------------------------------------------*00056800
                                                                        00056900
      *    SO AS LINHAS 'P' INTERESSAM; AS DEMAIS SAO DO FR05EX10 E   * 00057000
      *    DO FR05EX21                                                * 00057100
           IF NOT FD-TAR-PACOTE                                         00057200
              PERFORM 1210-LER-TARIFAS                                  00057300
              GO                  TO 1220-99-FIM                        00057400
           END-IF                                                       00057500
                                                                        00057600
           EVALUATE TRUE                                                00057700
             WHEN FD-TAR-PAC-DEBITO                                     00057800
              MOVE 1                 TO WRK-CAT                         00057900
             WHEN FD-TAR-PAC-TRANSF                                     00058000
              MOVE 2                 TO WRK-CAT                         00058100
             WHEN OTHER                                                 00058200
              MOVE 'FR05EX59'                  TO WRK-PROGRAMA          00058300
              MOVE 'CATEGORIA DE PACOTE INVALIDA' TO WRK-MENSAGEM       00058400
              MOVE '1220'                      TO WRK-SECAO             00058500
              MOVE FD-TAR-PAC-CATEGORIA        TO WRK-STATUS            00058600
              PERFORM 9000-TRATAR-ERRO                                  00058700
           END-EVALUATE                                                 00058800
                                                                        00058900
           ADD 1                     TO ACUM-LINHAS-PACOTE              00059000
                                                                        00059100
           EVALUATE FD-TAR-SEGMENTO                                     00059200
             WHEN 'V'                                                   00059300
              MOVE 1                 TO WRK-SEG                         00059400
             WHEN 'E'                                                   00059500
              MOVE 2                 TO WRK-SEG                         00059600
             WHEN 'G'                                                   00059700
              MOVE 3                 TO WRK-SEG                         00059800
             WHEN OTHER                                                 00059900
              MOVE 'S'               TO WRK-PAD-TEM-LINHA (WRK-CAT)     00060000
              MOVE FD-TAR-FAIXA-ATE  TO WRK-PAD-FRANQUIA (WRK-CAT)      00060100
              MOVE FD-TAR-VALOR      TO WRK-PAD-PRECO (WRK-CAT)         00060200
              PERFORM 1210-LER-TARIFAS                                  00060300
              GO                  TO 1220-99-FIM                        00060400
           END-EVALUATE                                                 00060500
                                                                        00060600
           MOVE 'S'                  TO WRK-PAC-TEM-LINHA               00060700
                                        (WRK-SEG WRK-CAT)               00060800
           MOVE FD-TAR-FAIXA-ATE     TO WRK-PAC-FRANQUIA                00060900
                                        (WRK-SEG WRK-CAT)               00061000
           MOVE FD-TAR-VALOR         TO WRK-PAC-PRECO                   00061100
                                        (WRK-SEG WRK-CAT)               00061200
                                                                        00061300
           PERFORM 1210-LER-TARIFAS.                                    00061400
                                                                        00061500
      *----------------------------------------------------------------*00061600
       1220-99-FIM.                           EXIT.                     00061700
      *----------------------------------------------------------------*00061800
                                                                        00061900
      *----------------------------------------------------------------*00062000
       1230-APLICAR-PADRAO                   SECTION.                   00062100
      *----------------------------------------------------------------*00062200
                                                                        00062300
           PERFORM 1240-APLICAR-CATEGORIA                               00062400
                   VARYING WRK-CAT FROM 1 BY 1                          00062500
                   UNTIL WRK-CAT GREATER 2.                             00062600
                                                                        00062700
      *----------------------------------------------------------------*00062800
       1230-99-FIM.                           EXIT.                     00062900
      *----------------------------------------------------------------*00063000
                                                                        00063100
      *----------------------------------------------------------------*00063200
       1240-APLICAR-CATEGORIA                SECTION.                   00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
           IF NOT WRK-PAC-TEM-LINHA-SIM (WRK-SEG WRK-CAT)               00063600
              MOVE WRK-PAD-TEM-LINHA (WRK-CAT)                          00063700
                                     TO WRK-PAC-TEM-LINHA               00063800
                                        (WRK-SEG WRK-CAT)               00063900
              MOVE WRK-PAD-FRANQUIA (WRK-CAT)                           00064000
                                     TO WRK-PAC-FRANQUIA                00064100
                                        (WRK-SEG WRK-CAT)               00064200
              MOVE WRK-PAD-PRECO (WRK-CAT)                              00064300
                                     TO WRK-PAC-PRECO                   00064400
                                        (WRK-SEG WRK-CAT)               00064500
           END-IF.                                                      00064600
                                                                        00064700
      *----------------------------------------------------------------*00064800
       1240-99-FIM.                           EXIT.                     00064900
      *----------------------------------------------------------------*00065000
                                                                        00065100
      *----------------------------------------------------------------*00065200
       1300-GRAVAR-HEADER                    SECTION.                   00065300
      *----------------------------------------------------------------*00065400
                                                                        00065500
           MOVE SPACES               TO FD-MOV2505                      00065600
           MOVE '0000'               TO FD-MOV2505-H-TIPO               00065700
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00065800
           MOVE 'FR05EX59'           TO FD-MOV2505-H-ORIGEM             00065900
           WRITE FD-MOV2505-HEADER                                      00066000
           PERFORM 1140-TESTAR-WRK-FS-MOVPAC.                           00066100
                                                                        00066200
      *----------------------------------------------------------------*00066300
       1300-99-FIM.                           EXIT.                     00066400
      *----------------------------------------------------------------*00066500
                                                                        00066600
      ******************************************************************00066700
      *                    P R O C E S S A R                           *00066800
      ******************************************************************00066900
                                                                        00067000
      *----------------------------------------------------------------*00067100
       2000-PROCESSAR                        SECTION.                   00067200
      *----------------------------------------------------------------*00067300
                                                                        00067400
            PERFORM 2100-LER-CLI2505                                    00067500
            PERFORM 2300-LER-MOVHIST                                    00067600
            PERFORM 3000-COBRAR-CONTA                                   00067700
                    UNTIL WRK-FS-CLI2505 EQUAL '10'                     00067800
      *     O QUE SOBROU DEPOIS DO FIM DO CADASTRO E DE CONTA QUE JA   *00067900
      *     NAO EXISTE                                                 *00068000
            PERFORM 2350-DESCARTAR-MOVHIST                              00068100
                    UNTIL WRK-CHAVE-ATUAL-MOV EQUAL HIGH-VALUES         00068200
            CLOSE CLI2505                                               00068300
                  MOVHIST.                                              00068400
                                                                        00068500
      *----------------------------------------------------------------*00068600
       2000-99-FIM.                           EXIT.                     00068700
      *----------------------------------------------------------------*00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       2100-LER-CLI2505                       SECTION.                  00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
       2100-10-LER.                                                     00069400
            READ CLI2505.                                               00069500
            IF WRK-FS-CLI2505 NOT EQUAL '10'                            00069600
             AND (FD-CLI2505-H-TIPO EQUAL '0000'                        00069700
                  OR FD-CLI2505-H-TIPO EQUAL '9999')                    00069800
               GO                  TO 2100-10-LER                       00069900
            END-IF                                                      00070000
            IF WRK-FS-CLI2505 EQUAL '10'                                00070100
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-CLI             00070200
               GO                    TO 2100-99-FIM                     00070300
            END-IF                                                      00070400
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00070500
            ADD 1                    TO ACUM-LIDOS-CLI2505              00070600
            MOVE FD-CLI2505-CHAVE    TO WRK-CHAVE-ATUAL-CLI.            00070700
                                                                        00070800
      *----------------------------------------------------------------*00070900
       2100-99-FIM.                           EXIT.                     00071000
      *----------------------------------------------------------------*00071100
                                                                        00071200
      *----------------------------------------------------------------*00071300
       2300-LER-MOVHIST                       SECTION.                  00071400
      *----------------------------------------------------------------*00071500
                                                                        00071600
            IF WRK-FS-MOVHIST EQUAL '10'                                00071700
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOV             00071800
               GO                    TO 2300-99-FIM                     00071900
            END-IF                                                      00072000
            READ MOVHIST                                                00072100
            IF WRK-FS-MOVHIST EQUAL '10'                                00072200
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-MOV             00072300
               GO                    TO 2300-99-FIM                     00072400
            END-IF                                                      00072500
            PERFORM 1130-TESTAR-WRK-FS-MOVHIST                          00072600
            ADD 1                    TO ACUM-LIDOS-MOVHIST              00072700
            MOVE FD-MOVHIST-CHAVE    TO WRK-CHAVE-ATUAL-MOV.            00072800
                                                                        00072900
      *----------------------------------------------------------------*00073000
       2300-99-FIM.                           EXIT.                     00073100
      *----------------------------------------------------------------*00073200
                                                                        00073300
      *----------------------------------------------------------------*00073400
       2350-DESCARTAR-MOVHIST                 SECTION.                  00073500
      *----------------------------------------------------------------*00073600
                                                                        00073700
            ADD 1                    TO ACUM-MOVHIST-SEM-CADASTRO       00073800
            PERFORM 2300-LER-MOVHIST.                                   00073900
                                                                        00074000
      *----------------------------------------------------------------*00074100
       2350-99-FIM.                           EXIT.                     00074200
      *----------------------------------------------------------------*00074300
                                                                        00074400
      ******************************************************************00074500
      *                 C O B R A R   C O N T A                        *00074600
      ******************************************************************00074700
                                                                        00074800
      *----------------------------------------------------------------*00074900
       3000-COBRAR-CONTA                      SECTION.                  00075000
      *----------------------------------------------------------------*00075100
                                                                        00075200
      *     O HISTORICO ANDA NA ORDEM DE CHAVE DO CADASTRO             *00075300
            PERFORM 2350-DESCARTAR-MOVHIST                              00075400
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT LESS                  00075500
                          WRK-CHAVE-ATUAL-CLI                           00075600
            MOVE ZEROS               TO WRK-CTA-QTD (1)                 00075700
                                        WRK-CTA-QTD (2)                 00075800
            PERFORM 3100-CONTAR-MOVHIST                                 00075900
                    UNTIL WRK-CHAVE-ATUAL-MOV NOT EQUAL                 00076000
                          WRK-CHAVE-ATUAL-CLI                           00076100
            EVALUATE TRUE                                               00076200
               WHEN FD-CLI2505-SEG-VAREJO                               00076300
                    MOVE 1             TO WRK-SEG                       00076400
               WHEN FD-CLI2505-SEG-EMPRESA                              00076500
                    MOVE 2             TO WRK-SEG                       00076600
               WHEN FD-CLI2505-SEG-GOVERNO                              00076700
                    MOVE 3             TO WRK-SEG                       00076800
               WHEN OTHER                                               00076900
                    MOVE 4             TO WRK-SEG                       00077000
            END-EVALUATE                                                00077100
            PERFORM 3200-COBRAR-CATEGORIA                               00077200
                    VARYING WRK-CAT FROM 1 BY 1                         00077300
                    UNTIL WRK-CAT GREATER 2                             00077400
            PERFORM 2100-LER-CLI2505.                                   00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       3000-99-FIM.                           EXIT.                     00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
      *----------------------------------------------------------------*00078100
       3100-CONTAR-MOVHIST                    SECTION.                  00078200
      *----------------------------------------------------------------*00078300
                                                                        00078400
      *     IOF DO CHEQUE ESPECIAL E COBRANCA DO BANCO, NAO MOVIMENTO  *00078500
      *     DO CLIENTE; A PERNA 'D' DE TRANSFERENCIA E DE QUEM ENVIA   *00078600
            EVALUATE TRUE                                               00078700
               WHEN FD-MOVHIST-DATA (1:6) NOT EQUAL WRK-COMPETENCIA     00078800
                    CONTINUE                                            00078900
               WHEN FD-MOVHIST-TIPO EQUAL 'D'                           00079000
                AND FD-MOVHIST-MOVIMENTO (1:10) EQUAL 'IOF CH ESP'      00079100
                    CONTINUE                                            00079200
               WHEN FD-MOVHIST-TIPO EQUAL 'D'                           00079300
                AND FD-MOVHIST-REF-TRANSF EQUAL SPACES                  00079400
                    ADD 1              TO ACUM-MOVTOS-COMPET            00079500
                    ADD 1              TO WRK-CTA-QTD (1)               00079600
               WHEN FD-MOVHIST-TIPO EQUAL 'D'                           00079700
                    ADD 1              TO ACUM-MOVTOS-COMPET            00079800
                    ADD 1              TO WRK-CTA-QTD (2)               00079900
               WHEN FD-MOVHIST-TIPO EQUAL 'E'                           00080000
                    PERFORM 3150-DEVOLVER-ESTORNO                       00080100
            END-EVALUATE                                                00080200
            PERFORM 2300-LER-MOVHIST.                                   00080300
                                                                        00080400
      *----------------------------------------------------------------*00080500
       3100-99-FIM.                           EXIT.                     00080600
      *----------------------------------------------------------------*00080700
                                                                        00080800
      *----------------------------------------------------------------*00080900
       3150-DEVOLVER-ESTORNO                  SECTION.                  00081000
      *----------------------------------------------------------------*00081100
                                                                        00081200
      *     SO DEVOLVE O ESTORNO DE DEBITO FEITO NA PROPRIA            *00081300
      *     COMPETENCIA; O ESTORNO NAO GUARDA A REFERENCIA DE          *00081400
      *     TRANSFERENCIA, ENTAO ABATE PRIMEIRO DOS DEBITOS AVULSOS    *00081500
            IF FD-MOVHIST-EST-TIPO NOT EQUAL 'D'                        00081600
             OR FD-MOVHIST-EST-DATA (1:6) NOT EQUAL WRK-COMPETENCIA     00081700
             OR FD-MOVHIST-EST-MOVIMENTO (1:10) EQUAL 'IOF CH ESP'      00081800
               GO                    TO 3150-99-FIM                     00081900
            END-IF                                                      00082000
            ADD 1                    TO ACUM-ESTORNOS-COMPET            00082100
            IF WRK-CTA-QTD (1) GREATER ZEROS                            00082200
               SUBTRACT 1            FROM WRK-CTA-QTD (1)               00082300
            ELSE                                                        00082400
               IF WRK-CTA-QTD (2) GREATER ZEROS                         00082500
                  SUBTRACT 1         FROM WRK-CTA-QTD (2)               00082600
               END-IF                                                   00082700
            END-IF.                                                     00082800
                                                                        00082900
      *----------------------------------------------------------------*00083000
       3150-99-FIM.                           EXIT.                     00083100
      *----------------------------------------------------------------*00083200
                                                                        00083300
      *----------------------------------------------------------------*00083400
       3200-COBRAR-CATEGORIA                  SECTION.                  00083500
      *----------------------------------------------------------------*00083600
                                                                        00083700
            ADD 1                      TO WRK-PAC-CONTAS                00083800
                                          (WRK-SEG WRK-CAT)             00083900
            ADD WRK-CTA-QTD (WRK-CAT)  TO WRK-PAC-MOVTOS                00084000
                                          (WRK-SEG WRK-CAT)             00084100
                                                                        00084200
      *     CATEGORIA SEM LINHA DE PACOTE NA TABELA NAO E COBRADA      *00084300
            IF NOT WRK-PAC-TEM-LINHA-SIM (WRK-SEG WRK-CAT)              00084400
             OR WRK-CTA-QTD (WRK-CAT) NOT GREATER                       00084500
                WRK-PAC-FRANQUIA (WRK-SEG WRK-CAT)                      00084600
               GO                    TO 3200-99-FIM                     00084700
            END-IF                                                      00084800
                                                                        00084900
            COMPUTE WRK-QTD-EXCEDENTE = WRK-CTA-QTD (WRK-CAT)           00085000
                                      - WRK-PAC-FRANQUIA                00085100
                                        (WRK-SEG WRK-CAT)               00085200
            COMPUTE WRK-VALOR-COBRADO = WRK-QTD-EXCEDENTE               00085300
                                      * WRK-PAC-PRECO                   00085400
                                        (WRK-SEG WRK-CAT)               00085500
                                                                        00085600
            ADD 1                      TO WRK-PAC-CONTAS-EXC            00085700
                                          (WRK-SEG WRK-CAT)             00085800
            ADD WRK-QTD-EXCEDENTE      TO WRK-PAC-EXCEDENTES            00085900
                                          (WRK-SEG WRK-CAT)             00086000
            ADD WRK-VALOR-COBRADO      TO WRK-PAC-VALOR                 00086100
                                          (WRK-SEG WRK-CAT)             00086200
                                                                        00086300
            IF WRK-VALOR-COBRADO EQUAL ZEROS                            00086400
               GO                    TO 3200-99-FIM                     00086500
            END-IF                                                      00086600
                                                                        00086700
            MOVE SPACES                TO FD-MOV2505                    00086800
            MOVE FD-CLI2505-AGENCIA    TO FD-MOV2505-AGENCIA            00086900
            MOVE FD-CLI2505-CONTA      TO FD-MOV2505-CONTA              00087000
            MOVE WRK-NOME-CAT (WRK-CAT) TO WRK-HP-CATEGORIA             00087100
            MOVE WRK-QTD-EXCEDENTE     TO WRK-HP-QTD                    00087200
            MOVE WRK-HISTORICO-PAC     TO FD-MOV2505-MOVIMENTO          00087300
            MOVE WRK-VALOR-COBRADO     TO FD-MOV2505-VALOR              00087400
            MOVE 'F'                   TO FD-MOV2505-TIPO               00087500
            WRITE FD-MOV2505                                            00087600
            PERFORM 1140-TESTAR-WRK-FS-MOVPAC                           00087700
                                                                        00087800
            ADD 1                      TO ACUM-GERADOS                  00087900
            ADD WRK-VALOR-COBRADO      TO ACUM-HASH-GERADO.             00088000
                                                                        00088100
      *----------------------------------------------------------------*00088200
       3200-99-FIM.                           EXIT.                     00088300
      *----------------------------------------------------------------*00088400
                                                                        00088500
      ******************************************************************00088600
      *                     F I N A L I Z A R                          *00088700
      ******************************************************************00088800
      *----------------------------------------------------------------*00088900
       4000-FINALIZAR                        SECTION.                   00089000
      *----------------------------------------------------------------*00089100
                                                                        00089200
            MOVE SPACES               TO FD-MOV2505                     00089300
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00089400
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00089500
            MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH              00089600
            WRITE FD-MOV2505                                            00089700
            PERFORM 1140-TESTAR-WRK-FS-MOVPAC                           00089800
                                                                        00089900
            MOVE WRK-COMP-ANO         TO WRK-CB-ANO                     00090000
            MOVE WRK-COMPETENCIA (5:2) TO WRK-CB-MES                    00090100
            WRITE FD-RELPAC           FROM WRK-CABEC1                   00090200
            PERFORM 1150-TESTAR-WRK-FS-RELPAC                           00090300
            MOVE SPACES               TO FD-RELPAC                      00090400
            WRITE FD-RELPAC                                             00090500
            PERFORM 1150-TESTAR-WRK-FS-RELPAC                           00090600
            WRITE FD-RELPAC           FROM WRK-CABEC2                   00090700
            PERFORM 1150-TESTAR-WRK-FS-RELPAC                           00090800
            PERFORM 4100-LISTAR-SEGMENTO                                00090900
                    VARYING WRK-SEG FROM 1 BY 1                         00091000
                    UNTIL WRK-SEG GREATER 4                             00091100
                                                                        00091200
            CLOSE MOVPAC                                                00091300
                  RELPAC                                                00091400
                                                                        00091500
            DISPLAY '*********************************************'     00091600
            DISPLAY '    TARIFA DO PACOTE DE SERVICOS             '     00091700
            DISPLAY '                                             '     00091800
            DISPLAY '  COMPETENCIA         :  ' WRK-COMPETENCIA         00091900
            DISPLAY '  LINHAS DE PACOTE    :  ' ACUM-LINHAS-PACOTE      00092000
            DISPLAY '  LIDOS CLI2505       :  ' ACUM-LIDOS-CLI2505      00092100
            DISPLAY '  LIDOS MOVHIST       :  ' ACUM-LIDOS-MOVHIST      00092200
            DISPLAY '  MOVTOS COMPETENCIA  :  ' ACUM-MOVTOS-COMPET      00092300
            DISPLAY '  ESTORNOS DEVOLVIDOS :  ' ACUM-ESTORNOS-COMPET    00092400
            DISPLAY '  MOVHIST SEM CADASTRO:  '                         00092500
                    ACUM-MOVHIST-SEM-CADASTRO                           00092600
            DISPLAY '  TARIFAS GERADAS     :  ' ACUM-GERADOS            00092700
            DISPLAY '  VALOR COBRADO       :  ' ACUM-HASH-GERADO        00092800
            DISPLAY '                                             '     00092900
            DISPLAY '*********************************************'.    00093000
                                                                        00093100
      *----------------------------------------------------------------*00093200
       4000-99-FIM.                           EXIT.                     00093300
      *----------------------------------------------------------------*00093400
                                                                        00093500
      *----------------------------------------------------------------*00093600
       4100-LISTAR-SEGMENTO                  SECTION.                   00093700
      *----------------------------------------------------------------*00093800
                                                                        00093900
            PERFORM 4200-LISTAR-CATEGORIA                               00094000
                    VARYING WRK-CAT FROM 1 BY 1                         00094100
                    UNTIL WRK-CAT GREATER 2.                            00094200
                                                                        00094300
      *----------------------------------------------------------------*00094400
       4100-99-FIM.                           EXIT.                     00094500
      *----------------------------------------------------------------*00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       4200-LISTAR-CATEGORIA                 SECTION.                   00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
            MOVE WRK-NOME-SEG (WRK-SEG) TO WRK-LU-SEGMENTO              00095200
            MOVE WRK-NOME-CAT (WRK-CAT) TO WRK-LU-CATEGORIA             00095300
            IF WRK-PAC-TEM-LINHA-SIM (WRK-SEG WRK-CAT)                  00095400
               MOVE WRK-PAC-FRANQUIA (WRK-SEG WRK-CAT)                  00095500
                                      TO WRK-LU-FRANQUIA                00095600
            ELSE                                                        00095700
               MOVE ' LIVRE'          TO WRK-LU-FRANQUIA-X              00095800
            END-IF                                                      00095900
            MOVE WRK-PAC-CONTAS (WRK-SEG WRK-CAT)                       00096000
                                      TO WRK-LU-CONTAS                  00096100
            MOVE WRK-PAC-CONTAS-EXC (WRK-SEG WRK-CAT)                   00096200
                                      TO WRK-LU-CONTAS-EXC              00096300
            MOVE WRK-PAC-MOVTOS (WRK-SEG WRK-CAT)                       00096400
                                      TO WRK-LU-MOVTOS                  00096500
            MOVE WRK-PAC-EXCEDENTES (WRK-SEG WRK-CAT)                   00096600
                                      TO WRK-LU-EXCEDENTES              00096700
            MOVE WRK-PAC-VALOR (WRK-SEG WRK-CAT)                        00096800
                                      TO WRK-LU-VALOR                   00096900
            IF WRK-PAC-CONTAS (WRK-SEG WRK-CAT) EQUAL ZEROS             00097000
               MOVE ZEROS             TO WRK-MEDIA                      00097100
            ELSE                                                        00097200
               COMPUTE WRK-MEDIA ROUNDED =                              00097300
                       WRK-PAC-MOVTOS (WRK-SEG WRK-CAT)                 00097400
                     / WRK-PAC-CONTAS (WRK-SEG WRK-CAT)                 00097500
                  ON SIZE ERROR                                         00097600
                       MOVE 9999      TO WRK-MEDIA                      00097700
               END-COMPUTE                                              00097800
            END-IF                                                      00097900
            MOVE WRK-MEDIA            TO WRK-LU-MEDIA                   00098000
            WRITE FD-RELPAC           FROM WRK-LINUSO                   00098100
            PERFORM 1150-TESTAR-WRK-FS-RELPAC.                          00098200
                                                                        00098300
      *----------------------------------------------------------------*00098400
       4200-99-FIM.                           EXIT.                     00098500
      *----------------------------------------------------------------*00098600
                                                                        00098700
      ******************************************************************00098800
      *                   T R A T A R  E R R O                         *00098900
      ******************************************************************00099000
       9000-TRATAR-ERRO                     SECTION.                    00099100
      *----------------------------------------------------------------*00099200
                                                                        00099300
                  MOVE 'F'                TO WRK-SEVERIDADE             00099400
                  CALL 'GRAVALOG'         USING WRK-LOG                 00099500
                  MOVE 16                 TO RETURN-CODE                00099600
                  GOBACK.                                               00099700
                                                                        00099800
      *----------------------------------------------------------------*00099900
       9000-99-FIM.                           EXIT.                     00100000
      *----------------------------------------------------------------*00100100
