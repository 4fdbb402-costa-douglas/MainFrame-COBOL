      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX78.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX78                                       *00002000
      *    TIPO.......: LIQUIDACAO CONTABIL DO LIQUIDO DA FOLHA        *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : BAIXAR O LIQUIDO A PAGAR APROPRIADO PELO         *00002800
      *               FR05DB66 QUANDO OS CREDITOS DE UMA RODADA DA     *00002900
      *               FOLHA SAO POSTADOS, RODADO APOS O CICLO DO       *00003000
      *               MOV2505 QUE RECEBEU O SALMOV DA ORIGEM:          *00003100
      *               1) SOMA OS CREDITOS DO SALMOV (CONTAS DA CASA) E *00003200
      *                  DO BCOEXT (OUTROS BANCOS, QUANDO A ORIGEM     *00003300
      *                  GERA), CONFERINDO HEADER (ORIGEM) E TRAILER   *00003400
      *                  (QTDE E HASH) DE CADA UM;                     *00003500
      *               2) SOMA O LIQUIDO POSITIVO DA ORIGEM NO FOLHIST  *00003600
      *                  DA COMPETENCIA (O QUE DEVIA SER CREDITADO);   *00003700
      *               3) GRAVA NO GLMOV (B#GLJRN) LIQUIDO A PAGAR X    *00003800
      *                  BANCO DA CASA E LIQUIDO A PAGAR X BANCOS      *00003900
      *                  EXTERNOS, COM AS CONTAS DA TABELA CTBFOL      *00004000
      *                  (B#CTBFOL, TIPOS L, B E E);                   *00004100
      *               4) EMITE A PAGINA DE CONTROLE (RELLQF) COM O     *00004200
      *                  SALDO EM ABERTO DO LIQUIDO (EX.: EMPREGADO    *00004300
      *                  SEM DADOS BANCARIOS), QUE VAI AO LOG E DA     *00004400
      *                  RC 04 QUANDO DIFERENTE DE ZERO.               *00004500
      *----------------------------------------------------------------*00004600
      *    ARQUIVOS :                                                  *00004700
      *    DDNAME          I/O                                         *00004800
      *    JCLCTBFO         I    TABELA DE CONTAS DA FOLHA (CTBFOL)    *00004900
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00005000
      *    JCLSALMO         I    CREDITOS DE SALARIO NA CASA (SALMOV)  *00005100
      *    JCLBCOEX         I    CREDITOS EM OUTROS BANCOS (BCOEXT) -  *00005200
      *                          DD DUMMY NAS ORIGENS SEM BCOEXT       *00005300
      *    JCLGLMOV         O    LANCAMENTOS DA INTERFACE RAZAO        *00005400
      *    JCLRELLQ         O    PAGINA DE CONTROLE DA LIQUIDACAO      *00005500
      *----------------------------------------------------------------*00005600
      *    BOOKS    :    B#CTBFOL, B#FOLHIS, B#MOVREG, B#BCOEXT,       *00005700
      *                  B#GLJRN, B#GRALOG, B#RUNCTL, B#DATPRC         *00005800
      *----------------------------------------------------------------*00005900
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00006000
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00006100
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00006200
      *----------------------------------------------------------------*00006300
      *    PARAMETROS (VIA SYSIN):                                     *00006400
      *      COMPETENCIA (AAAAMM)                                      *00006500
      *      ORIGEM DO FOLHIST (EX.: FR05DB12)                         *00006600
      *      RERUN ('S' = REPROCESSA COMPETENCIA E ORIGEM JA FEITAS)   *00006700
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
             SELECT CTBFOL    ASSIGN     TO JCLCTBFO                    00009100
                    FILE STATUS     IS WRK-FS-CTBFOL.                   00009200
                                                                        00009300
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00009400
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00009500
                                                                        00009600
             SELECT SALMOV    ASSIGN     TO JCLSALMO                    00009700
                    FILE STATUS     IS WRK-FS-SALMOV.                   00009800
                                                                        00009900
             SELECT BCOEXT    ASSIGN     TO JCLBCOEX                    00010000
                    FILE STATUS     IS WRK-FS-BCOEXT.                   00010100
                                                                        00010200
             SELECT GLMOV     ASSIGN     TO JCLGLMOV                    00010300
                    FILE STATUS     IS WRK-FS-GLMOV.                    00010400
                                                                        00010500
             SELECT RELLQF    ASSIGN     TO JCLRELLQ                    00010600
                    FILE STATUS     IS WRK-FS-RELLQF.                   00010700
                                                                        00010800
      *================================================================*00010900
       DATA                                      DIVISION.              00011000
      *================================================================*00011100
                                                                        00011200
      *----------------------------------------------------------------*00011300
       FILE                                      SECTION.               00011400
      *----------------------------------------------------------------*00011500
                                                                        00011600
      *----------------------------------------------------------------*00011700
      *  INPUT - TABELA DE CONTAS DA FOLHA (CTBFOL) - LRECL = 040.     *00011800
      *----------------------------------------------------------------*00011900
                                                                        00012000
       FD CTBFOL                                                        00012100
           RECORDING MODE IS F                                          00012200
           BLOCK CONTAINS 0 RECORDS.                                    00012300
       01 FD-CTBFOL         PIC X(040).                                 00012400
                                                                        00012500
      *----------------------------------------------------------------*00012600
      *  INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110.           *00012700
      *----------------------------------------------------------------*00012800
                                                                        00012900
       FD FOLHIST                                                       00013000
           RECORDING MODE IS F                                          00013100
           BLOCK CONTAINS 0 RECORDS.                                    00013200
                                                                        00013300
           COPY 'B#FOLHIS'.                                             00013400
                                                                        00013500
      *----------------------------------------------------------------*00013600
      *  INPUT - CREDITOS DE SALARIO NA CASA (SALMOV) - LRECL = 106.   *00013700
      *----------------------------------------------------------------*00013800
                                                                        00013900
       FD SALMOV                                                        00014000
           RECORDING MODE IS F                                          00014100
           BLOCK CONTAINS 0 RECORDS.                                    00014200
                                                                        00014300
           COPY 'B#MOVREG'.                                             00014400
                                                                        00014500
      *----------------------------------------------------------------*00014600
      *  INPUT - CREDITOS EM OUTROS BANCOS (BCOEXT) - LRECL = 050.     *00014700
      *----------------------------------------------------------------*00014800
                                                                        00014900
       FD BCOEXT                                                        00015000
           RECORDING MODE IS F                                          00015100
           BLOCK CONTAINS 0 RECORDS.                                    00015200
                                                                        00015300
           COPY 'B#BCOEXT'.                                             00015400
                                                                        00015500
      *----------------------------------------------------------------*00015600
      *  OUTPUT - LANCAMENTOS DA INTERFACE RAZAO (GLMOV) - LRECL = 060.*00015700
      *----------------------------------------------------------------*00015800
                                                                        00015900
       FD GLMOV                                                         00016000
           RECORDING MODE IS F                                          00016100
           BLOCK CONTAINS 0 RECORDS.                                    00016200
                                                                        00016300
           COPY 'B#GLJRN'.                                              00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
      *  OUTPUT - PAGINA DE CONTROLE DA LIQUIDACAO (RELLQF) - LRECL 080*00016700
      *----------------------------------------------------------------*00016800
                                                                        00016900
       FD RELLQF                                                        00017000
           RECORDING MODE IS F                                          00017100
           BLOCK CONTAINS 0 RECORDS.                                    00017200
       01 FD-RELLQF         PIC X(080).                                 00017300
                                                                        00017400
      *----------------------------------------------------------------*00017500
       WORKING-STORAGE                            SECTION.              00017600
      *----------------------------------------------------------------*00017700
      *----------------------------------------------------------------*00017800
       01 FILLER                         PIC X(050)       VALUE         00017900
                   '*** INICIO DA WORKING FR05EX78 ***'.                00018000
      *----------------------------------------------------------------*00018100
                                                                        00018200
       77 WRK-FS-CTBFOL                  PIC X(002) VALUE SPACES.       00018300
       77 WRK-FS-FOLHIST                 PIC X(002) VALUE SPACES.       00018400
       77 WRK-FS-SALMOV                  PIC X(002) VALUE SPACES.       00018500
       77 WRK-FS-BCOEXT                  PIC X(002) VALUE SPACES.       00018600
       77 WRK-FS-GLMOV                   PIC X(002) VALUE SPACES.       00018700
       77 WRK-FS-RELLQF                  PIC X(002) VALUE SPACES.       00018800
                                                                        00018900
      *----------------------------------------------------------------*00019000
       01 FILLER                         PIC X(050)       VALUE         00019100
                     '*** AREA DA ACUMULADORES ***'.                    00019200
      *----------------------------------------------------------------*00019300
                                                                        00019400
       77 ACUM-LIDOS-FOLHIST             PIC 9(007) VALUE ZEROS.        00019500
       77 ACUM-FOLHIST-RODADA            PIC 9(005) VALUE ZEROS.        00019600
       77 ACUM-LIDOS-SALMOV              PIC 9(007) VALUE ZEROS.        00019700
       77 ACUM-LIDOS-BCOEXT              PIC 9(007) VALUE ZEROS.        00019800
       77 ACUM-CRED-CASA                 PIC 9(007) VALUE ZEROS.        00019900
       77 ACUM-CRED-EXTERNOS             PIC 9(007) VALUE ZEROS.        00020000
       77 ACUM-SEM-CONTA                 PIC 9(005) VALUE ZEROS.        00020100
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00020200
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00020300
       77 ACUM-SOMA-CREDITOS             PIC 9(015)V99 VALUE ZEROS.     00020400
                                                                        00020500
      *----------------------------------------------------------------*00020600
       01 FILLER                         PIC X(050)       VALUE         00020700
                '*** AREA DE VARIAVEIS DE AUXILIARES ***'.              00020800
      *----------------------------------------------------------------*00020900
                                                                        00021000
       77 WRK-CTB-ACHOU                  PIC X(001) VALUE 'N'.          00021100
           88 WRK-CTB-ACHOU-SIM                     VALUE 'S'.          00021200
       77 WRK-SEM-BCOEXT                 PIC X(001) VALUE 'N'.          00021300
           88 WRK-SEM-BCOEXT-SIM                    VALUE 'S'.          00021400
       77 WRK-FIM-SALMOV                 PIC X(001) VALUE 'N'.          00021500
           88 WRK-FIM-SALMOV-SIM                    VALUE 'S'.          00021600
       77 WRK-FIM-BCOEXT                 PIC X(001) VALUE 'N'.          00021700
           88 WRK-FIM-BCOEXT-SIM                    VALUE 'S'.          00021800
       77 WRK-ORIGEM                     PIC X(008) VALUE SPACES.       00021900
       77 WRK-DATA-EXEC                  PIC X(008) VALUE SPACES.       00022000
       77 WRK-TIPO-CTB                   PIC X(001) VALUE SPACES.       00022100
       77 WRK-CONTA-LIQUIDO              PIC X(008) VALUE SPACES.       00022200
       77 WRK-VALOR-MOVTO                PIC 9(013)V99 VALUE ZEROS.     00022300
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00022400
       77 WRK-QTD-TRAILER                PIC 9(007) VALUE ZEROS.        00022500
       77 WRK-HASH-TRAILER               PIC 9(011)V99 VALUE ZEROS.     00022600
                                                                        00022700
       01 WRK-COMPETENCIA                PIC X(006) VALUE SPACES.       00022800
       01 FILLER                         REDEFINES WRK-COMPETENCIA.     00022900
          05 WRK-COMP-ANO                PIC 9(004).                    00023000
          05 WRK-COMP-MES                PIC 9(002).                    00023100
                                                                        00023200
      *    CHAVE DE PESQUISA NA TABELA DE CONTAS                       *00023300
       01 WRK-CHAVE-CTF.                                                00023400
          05 WRK-CHV-TIPO                PIC X(001).                    00023500
          05 WRK-CHV-ORIGEM              PIC X(008).                    00023600
          05 WRK-CHV-SETOR               PIC X(004).                    00023700
                                                                        00023800
      *----------------------------------------------------------------*00023900
      *    TOTAIS DA PAGINA DE CONTROLE                                *00024000
      *----------------------------------------------------------------*00024100
                                                                        00024200
       77 WRK-VLR-LIQUIDO                PIC 9(013)V99 VALUE ZEROS.     00024300
       77 WRK-VLR-CASA                   PIC 9(013)V99 VALUE ZEROS.     00024400
       77 WRK-VLR-EXTERNO                PIC 9(013)V99 VALUE ZEROS.     00024500
       77 WRK-VLR-LIQUIDADO              PIC 9(013)V99 VALUE ZEROS.     00024600
       77 WRK-VLR-SEM-CONTA              PIC 9(013)V99 VALUE ZEROS.     00024700
       77 WRK-SALDO-ABERTO               PIC S9(013)V99 VALUE ZEROS.    00024800
       77 WRK-DIFERENCA                  PIC S9(015)V99 VALUE ZEROS.    00024900
                                                                        00025000
      *----------------------------------------------------------------*00025100
      *    TABELA DE CONTAS DA FOLHA (CTBFOL)                          *00025200
      *----------------------------------------------------------------*00025300
                                                                        00025400
       01 WRK-TAB-CONTAS.                                               00025500
          05 WRK-TAB-CTB                 OCCURS 200 TIMES               00025600
                                          INDEXED BY WRK-IDX-CTB.       00025700
             10 WRK-TAB-CTB-CHAVE        PIC X(13).                     00025800
             10 WRK-TAB-CTB-CONTA        PIC X(08).                     00025900
             10 WRK-TAB-CTB-HISTORICO    PIC X(18).                     00026000
                                                                        00026100
       77 WRK-TAB-CTB-QTDE               PIC 9(003) VALUE ZEROS.        00026200
                                                                        00026300
      *----------------------------------------------------------------*00026400
      *    LINHAS DA PAGINA DE CONTROLE                                *00026500
      *----------------------------------------------------------------*00026600
                                                                        00026700
       01 WRK-CABEC1.                                                   00026800
          05 FILLER               PIC X(036) VALUE                      00026900
             'FR05EX78 - LIQUIDACAO DO LIQUIDO'.                        00027000
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00027100
          05 WRK-CB-COMPETENCIA   PIC X(006) VALUE SPACES.              00027200
          05 FILLER               PIC X(009) VALUE '  ORIGEM '.         00027300
          05 WRK-CB-ORIGEM        PIC X(008) VALUE SPACES.              00027400
          05 FILLER               PIC X(009) VALUE SPACES.              00027500
                                                                        00027600
       01 WRK-LINCTL.                                                   00027700
          05 WRK-CT-ROTULO               PIC X(025).                    00027800
          05 FILLER                      PIC X(002) VALUE SPACES.       00027900
          05 WRK-CT-VALOR                PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.       00028000
          05 FILLER                      PIC X(033) VALUE SPACES.       00028100
                                                                        00028200
      *----------------------------------------------------------------*00028300
       01 FILLER                         PIC X(050)       VALUE         00028400
                     '*** AREA DA BOOK DA FOLHA ***'.                   00028500
      *----------------------------------------------------------------*00028600
                                                                        00028700
       COPY 'B#CTBFOL'.                                                 00028800
                                                                        00028900
      *----------------------------------------------------------------*00029000
       01 FILLER                         PIC X(050)       VALUE         00029100
                    '*** AREA DA BOOK GRAVALOG ***'.                    00029200
      *----------------------------------------------------------------*00029300
                                                                        00029400
                           COPY 'B#GRALOG'.                             00029500
                                                                        00029600
      ******************************************************************00029700
      *     B O O K  C O N T R O L E  D E  E X E C U C O E S           *00029800
      ******************************************************************00029900
                                                                        00030000
       COPY 'B#RUNCTL'.                                                 00030100
                                                                        00030200
       COPY 'B#DATPRC'.                                                 00030300
                                                                        00030400
      *================================================================*00030500
       PROCEDURE                                 DIVISION.              00030600
      *================================================================*00030700
                                                                        00030800
      ******************************************************************00030900
      *              P R O G R A M A  P R I N C I P A L                *00031000
      ******************************************************************00031100
                                                                        00031200
      *----------------------------------------------------------------*00031300
       0000-PRINCIPAL                            SECTION.               00031400
      *----------------------------------------------------------------*00031500
                                                                        00031600
            PERFORM 1000-INICIAR                                        00031700
                                                                        00031800
            PERFORM 1200-CARREGAR-CONTAS                                00031900
                                                                        00032000
            PERFORM 2000-SOMAR-LIQUIDO                                  00032100
                                                                        00032200
            PERFORM 2100-SOMAR-CREDITOS-CASA                            00032300
                                                                        00032400
            PERFORM 2200-SOMAR-CREDITOS-EXTERNOS                        00032500
                                                                        00032600
            PERFORM 3000-CONTABILIZAR                                   00032700
                                                                        00032800
            PERFORM 4000-FINALIZAR                                      00032900
                                                                        00033000
            MOVE 'F'                  TO WRK-RUN-FUNCAO                 00033100
            MOVE ACUM-FOLHIST-RODADA  TO WRK-RUN-LIDOS                  00033200
            MOVE ACUM-LANCAMENTOS     TO WRK-RUN-GRAVADOS               00033300
            MOVE ZEROS                TO WRK-RUN-RC                     00033400
            IF WRK-SALDO-ABERTO NOT EQUAL ZEROS                         00033500
             OR ACUM-SEM-CONTA GREATER ZEROS                            00033600
               MOVE 04                TO WRK-RUN-RC                     00033700
            END-IF                                                      00033900
            CALL 'GRAVARUN'           USING WRK-RUNCTL                  00034000
                                                                        00000000
            MOVE WRK-RUN-RC           TO RETURN-CODE                    00000000
                                                                        00034100
            STOP RUN.                                                   00034200
                                                                        00034300
      *----------------------------------------------------------------*00034400
       0000-99-FIM.                           EXIT.                     00034500
      *----------------------------------------------------------------*00034600
                                                                        00034700
      ******************************************************************00034800
      *                       I N I C I A R                            *00034900
      ******************************************************************00035000
                                                                        00035100
      *----------------------------------------------------------------*00035200
       1000-INICIAR                           SECTION.                  00035300
      *----------------------------------------------------------------*00035400
                                                                        00035500
           ACCEPT WRK-COMPETENCIA     FROM SYSIN                        00035600
           ACCEPT WRK-ORIGEM          FROM SYSIN                        00035700
           ACCEPT WRK-RUN-RERUN       FROM SYSIN                        00035800
                                                                        00035900
           IF WRK-COMPETENCIA NOT NUMERIC                               00036000
            OR WRK-COMP-MES LESS 01                                     00036100
            OR WRK-COMP-MES GREATER 12                                  00036200
              MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM      00036300
              MOVE '1000  '                      TO WRK-SECAO           00036400
              MOVE WRK-COMPETENCIA               TO WRK-STATUS          00036500
              PERFORM 9000-TRATAR-ERRO                                  00036600
           END-IF                                                       00036700
                                                                        00036800
           IF WRK-ORIGEM EQUAL SPACES                                   00036900
            OR WRK-ORIGEM EQUAL '********'                              00037000
              MOVE 'ORIGEM DO FOLHIST AUSENTE NO SYSIN'                 00037100
                                                 TO WRK-MENSAGEM        00037200
              MOVE '1000  '                      TO WRK-SECAO           00037300
              MOVE SPACES                        TO WRK-STATUS          00037400
              PERFORM 9000-TRATAR-ERRO                                  00037500
           END-IF                                                       00037600
                                                                        00037700
      *    CONTROLE DE EXECUCOES: CHAVE = COMPETENCIA + FINAL DA       *00037800
      *    ORIGEM, A MESMA DO FR05DB66                                 *00037900
           CALL 'LERDATAP'            USING WRK-DATPRC                  00038000
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00038100
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00038200
           MOVE 'FR05EX78'            TO WRK-RUN-PROGRAMA               00038300
           MOVE SPACES                TO WRK-RUN-DATA-MOVTO             00038400
           MOVE WRK-COMPETENCIA       TO WRK-RUN-DATA-MOVTO (1:6)       00038500
           MOVE WRK-ORIGEM (7:2)      TO WRK-RUN-DATA-MOVTO (7:2)       00038600
           MOVE ZEROS                 TO WRK-RUN-RC                     00038700
                                         WRK-RUN-LIDOS                  00038800
                                         WRK-RUN-GRAVADOS               00038900
           CALL 'GRAVARUN'            USING WRK-RUNCTL                  00039000
                                                                        00039100
           IF WRK-RUN-DATA-JA-FEITA                                     00039200
              MOVE 'A'                TO WRK-SEVERIDADE                 00039300
              MOVE 'FR05EX78'         TO WRK-PROGRAMA                   00039400
              MOVE '1000  '           TO WRK-SECAO                      00039500
              MOVE 'ORIGEM JA LIQUIDADA - INFORME RERUN'                00039600
                                      TO WRK-MENSAGEM                   00039700
              MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                     00039800
              CALL 'GRAVALOG'         USING WRK-LOG                     00039900
              MOVE 08                 TO RETURN-CODE                    00040000
              GOBACK                                                    00040100
           END-IF                                                       00040200
                                                                        00040300
           OPEN INPUT  CTBFOL                                           00040400
                INPUT  FOLHIST                                          00040500
                INPUT  SALMOV                                           00040600
                INPUT  BCOEXT                                           00040700
                OUTPUT GLMOV                                            00040800
                OUTPUT RELLQF                                           00040900
                                                                        00041000
      *    ORIGEM SEM CREDITOS EM OUTROS BANCOS (BCOEXT NAO CATALOGADO)*00041100
           IF WRK-FS-BCOEXT EQUAL '35'                                  00041200
              MOVE 'S'                TO WRK-SEM-BCOEXT                 00041300
              MOVE '00'               TO WRK-FS-BCOEXT                  00041400
           END-IF                                                       00041500
                                                                        00041600
           PERFORM 1100-TESTAR-STATUS                                   00041700
                                                                        00041800
           PERFORM 1300-GRAVAR-HEADER.                                  00041900
                                                                        00042000
      *----------------------------------------------------------------*00042100
       1000-99-FIM.                            EXIT.                    00042200
      *----------------------------------------------------------------*00042300
                                                                        00042400
      *----------------------------------------------------------------*00042500
       1100-TESTAR-STATUS                    SECTION.                   00042600
      *----------------------------------------------------------------*00042700
                                                                        00042800
           IF WRK-FS-CTBFOL NOT EQUAL ZEROS                             00042900
            AND WRK-FS-CTBFOL NOT EQUAL '10'                            00043000
              MOVE 'ERRO NO ARQUIVO CTBFOL'      TO WRK-MENSAGEM        00043100
              MOVE WRK-FS-CTBFOL                 TO WRK-STATUS          00043200
              PERFORM 9000-TRATAR-ERRO                                  00043300
           END-IF                                                       00043400
                                                                        00043500
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS                            00043600
            AND WRK-FS-FOLHIST NOT EQUAL '10'                           00043700
              MOVE 'ERRO NO ARQUIVO FOLHIST'     TO WRK-MENSAGEM        00043800
              MOVE WRK-FS-FOLHIST                TO WRK-STATUS          00043900
              PERFORM 9000-TRATAR-ERRO                                  00044000
           END-IF                                                       00044100
                                                                        00044200
           IF WRK-FS-SALMOV NOT EQUAL ZEROS                             00044300
            AND WRK-FS-SALMOV NOT EQUAL '10'                            00044400
              MOVE 'ERRO NO ARQUIVO SALMOV'      TO WRK-MENSAGEM        00044500
              MOVE WRK-FS-SALMOV                 TO WRK-STATUS          00044600
              PERFORM 9000-TRATAR-ERRO                                  00044700
           END-IF                                                       00044800
                                                                        00044900
           IF WRK-FS-BCOEXT NOT EQUAL ZEROS                             00045000
            AND WRK-FS-BCOEXT NOT EQUAL '10'                            00045100
              MOVE 'ERRO NO ARQUIVO BCOEXT'      TO WRK-MENSAGEM        00045200
              MOVE WRK-FS-BCOEXT                 TO WRK-STATUS          00045300
              PERFORM 9000-TRATAR-ERRO                                  00045400
           END-IF                                                       00045500
                                                                        00045600
           IF WRK-FS-GLMOV NOT EQUAL ZEROS                              00045700
              MOVE 'ERRO NO ARQUIVO GLMOV'       TO WRK-MENSAGEM        00045800
              MOVE WRK-FS-GLMOV                  TO WRK-STATUS          00045900
              PERFORM 9000-TRATAR-ERRO                                  00046000
           END-IF                                                       00046100
                                                                        00046200
           IF WRK-FS-RELLQF NOT EQUAL ZEROS                             00046300
              MOVE 'ERRO NO ARQUIVO RELLQF'      TO WRK-MENSAGEM        00046400
              MOVE WRK-FS-RELLQF                 TO WRK-STATUS          00046500
              PERFORM 9000-TRATAR-ERRO                                  00046600
           END-IF.                                                      00046700
                                                                        00046800
      *----------------------------------------------------------------*00046900
       1100-99-FIM.                            EXIT.                    00047000
      *----------------------------------------------------------------*00047100
                                                                        00047200
      ******************************************************************00047300
      *           C A R R E G A R   T A B E L A   D E   C O N T A S    *00047400
      ******************************************************************00047500
                                                                        00047600
      *----------------------------------------------------------------*00047700
       1200-CARREGAR-CONTAS                    SECTION.                 00047800
      *----------------------------------------------------------------*00047900
                                                                        00048000
           PERFORM 1210-LER-CTBFOL                                      00048100
           PERFORM 1220-GUARDAR-CONTA                                   00048200
                   UNTIL WRK-FS-CTBFOL EQUAL '10'                       00048300
           CLOSE CTBFOL                                                 00048400
                                                                        00048500
           IF WRK-TAB-CTB-QTDE EQUAL ZEROS                              00048600
              MOVE 'TABELA DE CONTAS CTBFOL VAZIA' TO WRK-MENSAGEM      00048700
              MOVE '1200  '                      TO WRK-SECAO           00048800
              MOVE SPACES                        TO WRK-STATUS          00048900
              PERFORM 9000-TRATAR-ERRO                                  00049000
           END-IF.                                                      00049100
                                                                        00049200
      *----------------------------------------------------------------*00049300
       1200-99-FIM.                            EXIT.                    00049400
      *----------------------------------------------------------------*00049500
                                                                        00049600
      *----------------------------------------------------------------*00049700
       1210-LER-CTBFOL                         SECTION.                 00049800
      *----------------------------------------------------------------*00049900
                                                                        00050000
           READ CTBFOL                INTO WRK-CTBFOL                   00050100
                                                                        00050200
           IF WRK-FS-CTBFOL EQUAL '10'                                  00050300
              GO                  TO 1210-99-FIM                        00050400
           END-IF                                                       00050500
                                                                        00050600
           PERFORM 1100-TESTAR-STATUS.                                  00050700
                                                                        00050800
      *----------------------------------------------------------------*00050900
       1210-99-FIM.                            EXIT.                    00051000
      *----------------------------------------------------------------*00051100
                                                                        00051200
      *----------------------------------------------------------------*00051300
       1220-GUARDAR-CONTA                      SECTION.                 00051400
      *----------------------------------------------------------------*00051500
                                                                        00051600
      *    A LIQUIDACAO SO USA AS CONTAS DO LIQUIDO E DOS BANCOS; AS   *00051700
      *    DEMAIS LINHAS SAO DO FR05DB66                               *00051800
           IF NOT FD-CTF-LIQUIDO                                        00051900
            AND NOT FD-CTF-BANCO-CASA                                   00052000
            AND NOT FD-CTF-BANCO-EXTERNO                                00052100
              PERFORM 1210-LER-CTBFOL                                   00052200
              GO                  TO 1220-99-FIM                        00052300
           END-IF                                                       00052400
                                                                        00052500
           IF FD-CTF-ORIGEM EQUAL SPACES                                00052600
            OR FD-CTF-CONTA EQUAL SPACES                                00052700
              MOVE 'A'                TO WRK-SEVERIDADE                 00052800
              MOVE 'FR05EX78'         TO WRK-PROGRAMA                   00052900
              MOVE '1220  '           TO WRK-SECAO                      00053000
              MOVE 'LINHA INVALIDA NA TABELA CTBFOL'                    00053100
                                      TO WRK-MENSAGEM                   00053200
              MOVE FD-CTF-CHAVE       TO WRK-STATUS                     00053300
              CALL 'GRAVALOG'         USING WRK-LOG                     00053400
              PERFORM 1210-LER-CTBFOL                                   00053500
              GO                  TO 1220-99-FIM                        00053600
           END-IF                                                       00053700
                                                                        00053800
           IF WRK-TAB-CTB-QTDE GREATER OR EQUAL 200                     00053900
              MOVE 'TABELA DE CONTAS CHEIA'      TO WRK-MENSAGEM        00054000
              MOVE '1220  '                      TO WRK-SECAO           00054100
              MOVE SPACES                        TO WRK-STATUS          00054200
              PERFORM 9000-TRATAR-ERRO                                  00054300
           END-IF                                                       00054400
                                                                        00054500
           ADD 1                      TO WRK-TAB-CTB-QTDE               00054600
           SET WRK-IDX-CTB            TO WRK-TAB-CTB-QTDE               00054700
           MOVE FD-CTF-CHAVE          TO WRK-TAB-CTB-CHAVE              00054800
                                         (WRK-IDX-CTB)                  00054900
           MOVE FD-CTF-CONTA          TO WRK-TAB-CTB-CONTA              00055000
                                         (WRK-IDX-CTB)                  00055100
           MOVE FD-CTF-HISTORICO      TO WRK-TAB-CTB-HISTORICO          00055200
                                         (WRK-IDX-CTB)                  00055300
           PERFORM 1210-LER-CTBFOL.                                     00055400
                                                                        00055500
      *----------------------------------------------------------------*00055600
       1220-99-FIM.                            EXIT.                    00055700
      *----------------------------------------------------------------*00055800
                                                                        00055900
      *----------------------------------------------------------------*00056000
       1300-GRAVAR-HEADER                    SECTION.                   00056100
      *----------------------------------------------------------------*00056200
                                                                        00056300
           MOVE SPACES               TO FD-GLMOV                        00056400
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00056500
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00056600
           STRING 'FR05EX78 '        DELIMITED BY SIZE                  00056700
                  WRK-ORIGEM         DELIMITED BY SIZE                  00056800
                  INTO FD-GLJ-H-ORIGEM                                  00056900
           WRITE FD-GLMOV                                               00057000
           PERFORM 1100-TESTAR-STATUS.                                  00057100
                                                                        00057200
      *----------------------------------------------------------------*00057300
       1300-99-FIM.                           EXIT.                     00057400
      *----------------------------------------------------------------*00057500
                                                                        00057600
      ******************************************************************00057700
      *      L I Q U I D O   A   P A G A R   ( F O L H I S T )         *00057800
      ******************************************************************00057900
                                                                        00058000
      *----------------------------------------------------------------*00058100
       2000-SOMAR-LIQUIDO                    SECTION.                   00058200
      *----------------------------------------------------------------*00058300
                                                                        00058400
           PERFORM 2010-LER-FOLHIST                                     00058500
           PERFORM 2020-TRATAR-FOLHIST                                  00058600
                   UNTIL WRK-FS-FOLHIST EQUAL '10'                      00058700
           CLOSE FOLHIST                                                00058800
                                                                        00058900
           IF ACUM-FOLHIST-RODADA EQUAL ZEROS                           00059000
              MOVE 'A'                TO WRK-SEVERIDADE                 00059100
              MOVE 'FR05EX78'         TO WRK-PROGRAMA                   00059200
              MOVE '2000  '           TO WRK-SECAO                      00059300
              MOVE 'ORIGEM SEM PAGAMENTO NA COMPETENCIA'                00059400
                                      TO WRK-MENSAGEM                   00059500
              MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                     00059600
              CALL 'GRAVALOG'         USING WRK-LOG                     00059700
           END-IF.                                                      00059800
                                                                        00059900
      *----------------------------------------------------------------*00060000
       2000-99-FIM.                           EXIT.                     00060100
      *----------------------------------------------------------------*00060200
                                                                        00060300
      *----------------------------------------------------------------*00060400
       2010-LER-FOLHIST                      SECTION.                   00060500
      *----------------------------------------------------------------*00060600
                                                                        00060700
           READ FOLHIST                                                 00060800
                                                                        00060900
           IF WRK-FS-FOLHIST EQUAL '10'                                 00061000
              GO                  TO 2010-99-FIM                        00061100
           END-IF                                                       00061200
                                                                        00061300
           PERFORM 1100-TESTAR-STATUS                                   00061400
           ADD 1                      TO ACUM-LIDOS-FOLHIST.            00061500
                                                                        00061600
      *----------------------------------------------------------------*00061700
       2010-99-FIM.                           EXIT.                     00061800
      *----------------------------------------------------------------*00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       2020-TRATAR-FOLHIST                   SECTION.                   00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
      *    SO O LIQUIDO POSITIVO VIRA CREDITO; O NEGATIVO FICA DEVIDO  *00062500
      *    PELO EMPREGADO                                              *00062600
           IF FD-FHI-COMPETENCIA EQUAL WRK-COMPETENCIA                  00062700
            AND FD-FHI-ORIGEM EQUAL WRK-ORIGEM                          00062800
              ADD 1                   TO ACUM-FOLHIST-RODADA            00062900
              IF FD-FHI-LIQUIDO GREATER ZEROS                           00063000
                 ADD FD-FHI-LIQUIDO   TO WRK-VLR-LIQUIDO                00063100
              END-IF                                                    00063200
           END-IF                                                       00063300
                                                                        00063400
           PERFORM 2010-LER-FOLHIST.                                    00063500
                                                                        00063600
      *----------------------------------------------------------------*00063700
       2020-99-FIM.                           EXIT.                     00063800
      *----------------------------------------------------------------*00063900
                                                                        00064000
      ******************************************************************00064100
      *       C R E D I T O S   N A   C A S A   ( S A L M O V )        *00064200
      ******************************************************************00064300
                                                                        00064400
      *----------------------------------------------------------------*00064500
       2100-SOMAR-CREDITOS-CASA              SECTION.                   00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
           PERFORM 2110-LER-SALMOV                                      00064900
                                                                        00065000
      *    O PRIMEIRO REGISTRO E O HEADER, DA ORIGEM INFORMADA         *00065100
           IF WRK-FIM-SALMOV-SIM                                        00065200
            OR FD-MOV2505-H-TIPO NOT EQUAL '0000'                       00065300
              MOVE 'SALMOV SEM HEADER'           TO WRK-MENSAGEM        00065400
              MOVE '2100  '                      TO WRK-SECAO           00065500
              MOVE WRK-FS-SALMOV                 TO WRK-STATUS          00065600
              PERFORM 9000-TRATAR-ERRO                                  00065700
           END-IF                                                       00065800
                                                                        00065900
           IF FD-MOV2505-H-ORIGEM (1:8) NOT EQUAL WRK-ORIGEM            00066000
              MOVE 'SALMOV DE OUTRA ORIGEM'      TO WRK-MENSAGEM        00066100
              MOVE '2100  '                      TO WRK-SECAO           00066200
              MOVE FD-MOV2505-H-ORIGEM           TO WRK-STATUS          00066300
              PERFORM 9000-TRATAR-ERRO                                  00066400
           END-IF                                                       00066500
                                                                        00066600
           PERFORM 2110-LER-SALMOV                                      00066700
           PERFORM 2120-TRATAR-SALMOV                                   00066800
                   UNTIL WRK-FIM-SALMOV-SIM                             00066900
           CLOSE SALMOV                                                 00067000
                                                                        00067100
           IF WRK-QTD-TRAILER NOT EQUAL ACUM-CRED-CASA                  00067200
            OR WRK-HASH-TRAILER NOT EQUAL WRK-VLR-CASA                  00067300
              MOVE 'SALMOV NAO CONFERE COM O TRAILER'                   00067400
                                                 TO WRK-MENSAGEM        00067500
              MOVE '2100  '                      TO WRK-SECAO           00067600
              MOVE WRK-QTD-TRAILER               TO WRK-STATUS          00067700
              PERFORM 9000-TRATAR-ERRO                                  00067800
           END-IF.                                                      00067900
                                                                        00068000
      *----------------------------------------------------------------*00068100
       2100-99-FIM.                           EXIT.                     00068200
      *----------------------------------------------------------------*00068300
                                                                        00068400
      *----------------------------------------------------------------*00068500
       2110-LER-SALMOV                       SECTION.                   00068600
      *----------------------------------------------------------------*00068700
                                                                        00068800
           READ SALMOV                                                  00068900
                                                                        00069000
           IF WRK-FS-SALMOV EQUAL '10'                                  00069100
              MOVE 'S'                TO WRK-FIM-SALMOV                 00069200
              GO                  TO 2110-99-FIM                        00069300
           END-IF                                                       00069400
                                                                        00069500
           PERFORM 1100-TESTAR-STATUS                                   00069600
           ADD 1                      TO ACUM-LIDOS-SALMOV.             00069700
                                                                        00069800
      *----------------------------------------------------------------*00069900
       2110-99-FIM.                           EXIT.                     00070000
      *----------------------------------------------------------------*00070100
                                                                        00070200
      *----------------------------------------------------------------*00070300
       2120-TRATAR-SALMOV                    SECTION.                   00070400
      *----------------------------------------------------------------*00070500
                                                                        00070600
           IF FD-MOV2505-AGENCIA EQUAL '9999'                           00070700
              MOVE FD-MOV2505-T-QTD-REG TO WRK-QTD-TRAILER              00070800
              MOVE FD-MOV2505-T-HASH  TO WRK-HASH-TRAILER               00070900
              MOVE 'S'                TO WRK-FIM-SALMOV                 00071000
              GO                  TO 2120-99-FIM                        00071100
           END-IF                                                       00071200
                                                                        00071300
           ADD 1                      TO ACUM-CRED-CASA                 00071400
           ADD FD-MOV2505-VALOR       TO WRK-VLR-CASA                   00071500
                                                                        00071600
           PERFORM 2110-LER-SALMOV.                                     00071700
                                                                        00071800
      *----------------------------------------------------------------*00071900
       2120-99-FIM.                           EXIT.                     00072000
      *----------------------------------------------------------------*00072100
                                                                        00072200
      ******************************************************************00072300
      *   C R E D I T O S   E M   O U T R O S   B A N C O S            *00072400
      ******************************************************************00072500
                                                                        00072600
      *----------------------------------------------------------------*00072700
       2200-SOMAR-CREDITOS-EXTERNOS          SECTION.                   00072800
      *----------------------------------------------------------------*00072900
                                                                        00073000
           IF WRK-SEM-BCOEXT-SIM                                        00073100
              GO                  TO 2200-99-FIM                        00073200
           END-IF                                                       00073300
                                                                        00073400
           MOVE ZEROS                 TO WRK-QTD-TRAILER                00073500
                                         WRK-HASH-TRAILER               00073600
           PERFORM 2210-LER-BCOEXT                                      00073700
                                                                        00073800
      *    BCOEXT VAZIO (DD DUMMY) E ORIGEM SEM CREDITOS EXTERNOS      *00073900
           IF WRK-FIM-BCOEXT-SIM                                        00074000
              CLOSE BCOEXT                                              00074100
              GO                  TO 2200-99-FIM                        00074200
           END-IF                                                       00074300
                                                                        00074400
           IF FD-BCO-H-TIPO NOT EQUAL '0000'                            00074500
              MOVE 'BCOEXT SEM HEADER'           TO WRK-MENSAGEM        00074600
              MOVE '2200  '                      TO WRK-SECAO           00074700
              MOVE FD-BCO-H-TIPO                 TO WRK-STATUS          00074800
              PERFORM 9000-TRATAR-ERRO                                  00074900
           END-IF                                                       00075000
                                                                        00075100
           IF FD-BCO-H-ORIGEM NOT EQUAL WRK-ORIGEM                      00075200
              MOVE 'BCOEXT DE OUTRA ORIGEM'      TO WRK-MENSAGEM        00075300
              MOVE '2200  '                      TO WRK-SECAO           00075400
              MOVE FD-BCO-H-ORIGEM               TO WRK-STATUS          00075500
              PERFORM 9000-TRATAR-ERRO                                  00075600
           END-IF                                                       00075700
                                                                        00075800
           PERFORM 2210-LER-BCOEXT                                      00075900
           PERFORM 2220-TRATAR-BCOEXT                                   00076000
                   UNTIL WRK-FIM-BCOEXT-SIM                             00076100
           CLOSE BCOEXT                                                 00076200
                                                                        00076300
           IF WRK-QTD-TRAILER NOT EQUAL ACUM-CRED-EXTERNOS              00076400
            OR WRK-HASH-TRAILER NOT EQUAL WRK-VLR-EXTERNO               00076500
              MOVE 'BCOEXT NAO CONFERE COM O TRAILER'                   00076600
                                                 TO WRK-MENSAGEM        00076700
              MOVE '2200  '                      TO WRK-SECAO           00076800
              MOVE WRK-QTD-TRAILER               TO WRK-STATUS          00076900
              PERFORM 9000-TRATAR-ERRO                                  00077000
           END-IF.                                                      00077100
                                                                        00077200
      *----------------------------------------------------------------*00077300
       2200-99-FIM.                           EXIT.                     00077400
      *----------------------------------------------------------------*00077500
                                                                        00077600
      *----------------------------------------------------------------*00077700
       2210-LER-BCOEXT                       SECTION.                   00077800
      *----------------------------------------------------------------*00077900
                                                                        00078000
           READ BCOEXT                                                  00078100
                                                                        00078200
           IF WRK-FS-BCOEXT EQUAL '10'                                  00078300
              MOVE 'S'                TO WRK-FIM-BCOEXT                 00078400
              GO                  TO 2210-99-FIM                        00078500
           END-IF                                                       00078600
                                                                        00078700
           PERFORM 1100-TESTAR-STATUS                                   00078800
           ADD 1                      TO ACUM-LIDOS-BCOEXT.             00078900
                                                                        00079000
      *----------------------------------------------------------------*00079100
       2210-99-FIM.                           EXIT.                     00079200
      *----------------------------------------------------------------*00079300
                                                                        00079400
      *----------------------------------------------------------------*00079500
       2220-TRATAR-BCOEXT                    SECTION.                   00079600
      *----------------------------------------------------------------*00079700
                                                                        00079800
           IF FD-BCO-T-TIPO EQUAL '9999'                                00079900
              MOVE FD-BCO-T-QTD-REG   TO WRK-QTD-TRAILER                00080000
              MOVE FD-BCO-T-HASH      TO WRK-HASH-TRAILER               00080100
              MOVE 'S'                TO WRK-FIM-BCOEXT                 00080200
              GO                  TO 2220-99-FIM                        00080300
           END-IF                                                       00080400
                                                                        00080500
           ADD 1                      TO ACUM-CRED-EXTERNOS             00080600
           ADD FD-BCO-VALOR           TO WRK-VLR-EXTERNO                00080700
                                                                        00080800
           PERFORM 2210-LER-BCOEXT.                                     00080900
                                                                        00081000
      *----------------------------------------------------------------*00081100
       2220-99-FIM.                           EXIT.                     00081200
      *----------------------------------------------------------------*00081300
                                                                        00081400
      ******************************************************************00081500
      *                  C O N T A B I L I Z A R                       *00081600
      ******************************************************************00081700
                                                                        00081800
      *----------------------------------------------------------------*00081900
       3000-CONTABILIZAR                     SECTION.                   00082000
      *----------------------------------------------------------------*00082100
                                                                        00082200
           MOVE 'L'                   TO WRK-TIPO-CTB                   00082300
           PERFORM 3400-LOCALIZAR-CONTA                                 00082400
                                                                        00082500
           IF NOT WRK-CTB-ACHOU-SIM                                     00082600
              ADD 1                   TO ACUM-SEM-CONTA                 00082700
              COMPUTE WRK-VLR-SEM-CONTA =                               00082800
                      WRK-VLR-CASA + WRK-VLR-EXTERNO                    00082900
              MOVE 'A'                TO WRK-SEVERIDADE                 00083000
              MOVE 'FR05EX78'         TO WRK-PROGRAMA                   00083100
              MOVE '3000  '           TO WRK-SECAO                      00083200
              MOVE 'LIQUIDO A PAGAR SEM CONTA NA CTBFOL'                00083300
                                      TO WRK-MENSAGEM                   00083400
              MOVE WRK-CHAVE-CTF      TO WRK-STATUS                     00083500
              CALL 'GRAVALOG'         USING WRK-LOG                     00083600
              GO                  TO 3000-99-FIM                        00083700
           END-IF                                                       00083800
                                                                        00083900
           MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                         00084000
                                      TO WRK-CONTA-LIQUIDO              00084100
                                                                        00084200
           MOVE 'B'                   TO WRK-TIPO-CTB                   00084300
           MOVE WRK-VLR-CASA          TO WRK-VALOR-MOVTO                00084400
           PERFORM 3100-LANCAR-BANCO                                    00084500
                                                                        00084600
           MOVE 'E'                   TO WRK-TIPO-CTB                   00084700
           MOVE WRK-VLR-EXTERNO       TO WRK-VALOR-MOVTO                00084800
           PERFORM 3100-LANCAR-BANCO.                                   00084900
                                                                        00085000
      *----------------------------------------------------------------*00085100
       3000-99-FIM.                           EXIT.                     00085200
      *----------------------------------------------------------------*00085300
                                                                        00085400
      *----------------------------------------------------------------*00085500
       3100-LANCAR-BANCO                     SECTION.                   00085600
      *----------------------------------------------------------------*00085700
                                                                        00085800
           IF WRK-VALOR-MOVTO EQUAL ZEROS                               00085900
              GO                  TO 3100-99-FIM                        00086000
           END-IF                                                       00086100
                                                                        00086200
           PERFORM 3400-LOCALIZAR-CONTA                                 00086300
                                                                        00086400
           IF NOT WRK-CTB-ACHOU-SIM                                     00086500
              ADD 1                   TO ACUM-SEM-CONTA                 00086600
              ADD WRK-VALOR-MOVTO     TO WRK-VLR-SEM-CONTA              00086700
              MOVE 'A'                TO WRK-SEVERIDADE                 00086800
              MOVE 'FR05EX78'         TO WRK-PROGRAMA                   00086900
              MOVE '3100  '           TO WRK-SECAO                      00087000
              MOVE 'BANCO SEM CONTA NA TABELA CTBFOL'                   00087100
                                      TO WRK-MENSAGEM                   00087200
              MOVE WRK-CHAVE-CTF      TO WRK-STATUS                     00087300
              CALL 'GRAVALOG'         USING WRK-LOG                     00087400
              GO                  TO 3100-99-FIM                        00087500
           END-IF                                                       00087600
                                                                        00087700
           MOVE SPACES                TO WRK-HISTORICO-LANC             00087800
           STRING WRK-TAB-CTB-HISTORICO (WRK-IDX-CTB)                   00087900
                                      DELIMITED BY SIZE                 00088000
                  ' '                 DELIMITED BY SIZE                 00088100
                  WRK-COMPETENCIA     DELIMITED BY SIZE                 00088200
                  INTO WRK-HISTORICO-LANC                               00088300
                                                                        00088400
           MOVE SPACES                TO FD-GLMOV                       00088500
           MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                    00088600
           MOVE WRK-CONTA-LIQUIDO     TO FD-GLJ-CONTA-CTB               00088700
           MOVE 'D'                   TO FD-GLJ-NATUREZA                00088800
           MOVE WRK-VALOR-MOVTO       TO FD-GLJ-VALOR                   00088900
           MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO               00089000
           WRITE FD-GLMOV                                               00089100
           PERFORM 1100-TESTAR-STATUS                                   00089200
           ADD 1                      TO ACUM-LANCAMENTOS               00089300
           ADD WRK-VALOR-MOVTO        TO ACUM-SOMA-DEBITOS              00089400
                                                                        00089500
           MOVE SPACES                TO FD-GLMOV                       00089600
           MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                    00089700
           MOVE WRK-TAB-CTB-CONTA (WRK-IDX-CTB)                         00089800
                                      TO FD-GLJ-CONTA-CTB               00089900
           MOVE 'C'                   TO FD-GLJ-NATUREZA                00090000
           MOVE WRK-VALOR-MOVTO       TO FD-GLJ-VALOR                   00090100
           MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO               00090200
           WRITE FD-GLMOV                                               00090300
           PERFORM 1100-TESTAR-STATUS                                   00090400
           ADD 1                      TO ACUM-LANCAMENTOS               00090500
           ADD WRK-VALOR-MOVTO        TO ACUM-SOMA-CREDITOS             00090600
                                                                        00090700
           ADD WRK-VALOR-MOVTO        TO WRK-VLR-LIQUIDADO.             00090800
                                                                        00090900
      *----------------------------------------------------------------*00091000
       3100-99-FIM.                           EXIT.                     00091100
      *----------------------------------------------------------------*00091200
                                                                        00091300
      *----------------------------------------------------------------*00091400
       3400-LOCALIZAR-CONTA                  SECTION.                   00091500
      *----------------------------------------------------------------*00091600
                                                                        00091700
      *    LINHA PROPRIA DA ORIGEM OU, NA FALTA, A GENERICA '********' *00091800
           MOVE WRK-TIPO-CTB          TO WRK-CHV-TIPO                   00091900
           MOVE WRK-ORIGEM            TO WRK-CHV-ORIGEM                 00092000
           MOVE '****'                TO WRK-CHV-SETOR                  00092100
           PERFORM 3410-PESQUISAR-CONTA                                 00092200
                                                                        00092300
           IF NOT WRK-CTB-ACHOU-SIM                                     00092400
              MOVE '********'         TO WRK-CHV-ORIGEM                 00092500
              PERFORM 3410-PESQUISAR-CONTA                              00092600
           END-IF.                                                      00092700
                                                                        00092800
      *----------------------------------------------------------------*00092900
       3400-99-FIM.                           EXIT.                     00093000
      *----------------------------------------------------------------*00093100
                                                                        00093200
      *----------------------------------------------------------------*00093300
       3410-PESQUISAR-CONTA                  SECTION.                   00093400
      *----------------------------------------------------------------*00093500
                                                                        00093600
           MOVE 'N'                   TO WRK-CTB-ACHOU                  00093700
           SET WRK-IDX-CTB            TO 1                              00093800
           SEARCH WRK-TAB-CTB                                           00093900
             AT END                                                     00094000
                CONTINUE                                                00094100
             WHEN WRK-IDX-CTB GREATER WRK-TAB-CTB-QTDE                  00094200
                CONTINUE                                                00094300
             WHEN WRK-TAB-CTB-CHAVE (WRK-IDX-CTB) EQUAL WRK-CHAVE-CTF   00094400
                MOVE 'S'              TO WRK-CTB-ACHOU                  00094500
           END-SEARCH.                                                  00094600
                                                                        00094700
      *----------------------------------------------------------------*00094800
       3410-99-FIM.                           EXIT.                     00094900
      *----------------------------------------------------------------*00095000
                                                                        00095100
      ******************************************************************00095200
      *                     F I N A L I Z A R                          *00095300
      ******************************************************************00095400
                                                                        00095500
      *----------------------------------------------------------------*00095600
       4000-FINALIZAR                        SECTION.                   00095700
      *----------------------------------------------------------------*00095800
                                                                        00095900
            MOVE SPACES               TO FD-GLMOV                       00096000
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00096100
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00096200
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00096300
            WRITE FD-GLMOV                                              00096400
            PERFORM 1100-TESTAR-STATUS                                  00096500
                                                                        00096600
            PERFORM 4100-PAGINA-DE-CONTROLE                             00096700
                                                                        00096800
            CLOSE GLMOV                                                 00096900
                  RELLQF                                                00097000
                                                                        00097100
            DISPLAY '--------------------------------------'            00097200
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA               00097300
            DISPLAY 'ORIGEM...........: ' WRK-ORIGEM                    00097400
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-LIDOS-FOLHIST            00097500
            DISPLAY 'FOLHIST RODADA...: ' ACUM-FOLHIST-RODADA           00097600
            DISPLAY 'CREDITOS NA CASA.: ' ACUM-CRED-CASA                00097700
            DISPLAY 'CREDITOS EXTERNOS: ' ACUM-CRED-EXTERNOS            00097800
            DISPLAY 'LANCAMENTOS......: ' ACUM-LANCAMENTOS              00097900
            DISPLAY '--------------------------------------'.           00098000
                                                                        00098100
      *----------------------------------------------------------------*00098200
       4000-99-FIM.                           EXIT.                     00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       4100-PAGINA-DE-CONTROLE               SECTION.                   00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
            COMPUTE WRK-DIFERENCA =                                     00099000
                    ACUM-SOMA-DEBITOS - ACUM-SOMA-CREDITOS              00099100
            COMPUTE WRK-SALDO-ABERTO =                                  00099200
                    WRK-VLR-LIQUIDO - WRK-VLR-LIQUIDADO                 00099300
                                                                        00099400
            MOVE WRK-COMPETENCIA       TO WRK-CB-COMPETENCIA            00099500
            MOVE WRK-ORIGEM            TO WRK-CB-ORIGEM                 00099600
            WRITE FD-RELLQF            FROM WRK-CABEC1                  00099700
            MOVE SPACES                TO FD-RELLQF                     00099800
            WRITE FD-RELLQF                                             00099900
            PERFORM 1100-TESTAR-STATUS                                  00100000
                                                                        00100100
            MOVE 'LIQUIDO A PAGAR'     TO WRK-CT-ROTULO                 00100200
            MOVE WRK-VLR-LIQUIDO       TO WRK-CT-VALOR                  00100300
            PERFORM 4110-GRAVAR-LINHA                                   00100400
                                                                        00100500
            MOVE 'CREDITOS NA CASA'    TO WRK-CT-ROTULO                 00100600
            MOVE WRK-VLR-CASA          TO WRK-CT-VALOR                  00100700
            PERFORM 4110-GRAVAR-LINHA                                   00100800
                                                                        00100900
            MOVE 'CREDITOS OUTROS BANCOS' TO WRK-CT-ROTULO              00101000
            MOVE WRK-VLR-EXTERNO       TO WRK-CT-VALOR                  00101100
            PERFORM 4110-GRAVAR-LINHA                                   00101200
                                                                        00101300
            MOVE 'SEM CONTA NA CTBFOL' TO WRK-CT-ROTULO                 00101400
            MOVE WRK-VLR-SEM-CONTA     TO WRK-CT-VALOR                  00101500
            PERFORM 4110-GRAVAR-LINHA                                   00101600
                                                                        00101700
            MOVE 'TOTAL LIQUIDADO'     TO WRK-CT-ROTULO                 00101800
            MOVE WRK-VLR-LIQUIDADO     TO WRK-CT-VALOR                  00101900
            PERFORM 4110-GRAVAR-LINHA                                   00102000
                                                                        00102100
            MOVE 'SALDO EM ABERTO'     TO WRK-CT-ROTULO                 00102200
            MOVE WRK-SALDO-ABERTO      TO WRK-CT-VALOR                  00102300
            PERFORM 4110-GRAVAR-LINHA                                   00102400
                                                                        00102500
            MOVE SPACES                TO FD-RELLQF                     00102600
            WRITE FD-RELLQF                                             00102700
                                                                        00102800
            MOVE 'TOTAL DE DEBITOS'    TO WRK-CT-ROTULO                 00102900
            MOVE ACUM-SOMA-DEBITOS     TO WRK-CT-VALOR                  00103000
            PERFORM 4110-GRAVAR-LINHA                                   00103100
                                                                        00103200
            MOVE 'TOTAL DE CREDITOS'   TO WRK-CT-ROTULO                 00103300
            MOVE ACUM-SOMA-CREDITOS    TO WRK-CT-VALOR                  00103400
            PERFORM 4110-GRAVAR-LINHA                                   00103500
                                                                        00103600
            MOVE 'DIFERENCA DO DIARIO' TO WRK-CT-ROTULO                 00103700
            MOVE WRK-DIFERENCA         TO WRK-CT-VALOR                  00103800
            PERFORM 4110-GRAVAR-LINHA                                   00103900
                                                                        00104000
      *     CREDITO A MAIS OU A MENOS QUE O LIQUIDO DA FOLHA (EX.:     *00104100
      *     EMPREGADO SEM DADOS BANCARIOS) FICA EM ABERTO NA CONTA     *00104200
            IF WRK-SALDO-ABERTO NOT EQUAL ZEROS                         00104300
               MOVE 'A'                TO WRK-SEVERIDADE                00104400
               MOVE 'FR05EX78'         TO WRK-PROGRAMA                  00104500
               MOVE '4100  '           TO WRK-SECAO                     00104600
               MOVE 'LIQUIDO DA FOLHA COM SALDO EM ABERTO'              00104700
                                       TO WRK-MENSAGEM                  00104800
               MOVE WRK-RUN-DATA-MOVTO TO WRK-STATUS                    00104900
               CALL 'GRAVALOG'         USING WRK-LOG                    00105000
            END-IF.                                                     00105100
                                                                        00105200
      *----------------------------------------------------------------*00105300
       4100-99-FIM.                           EXIT.                     00105400
      *----------------------------------------------------------------*00105500
                                                                        00105600
      *----------------------------------------------------------------*00105700
       4110-GRAVAR-LINHA                     SECTION.                   00105800
      *----------------------------------------------------------------*00105900
                                                                        00106000
            WRITE FD-RELLQF            FROM WRK-LINCTL                  00106100
            PERFORM 1100-TESTAR-STATUS.                                 00106200
                                                                        00106300
      *----------------------------------------------------------------*00106400
       4110-99-FIM.                           EXIT.                     00106500
      *----------------------------------------------------------------*00106600
                                                                        00106700
      ******************************************************************00106800
      *                   T R A T A R  E R R O                         *00106900
      ******************************************************************00107000
                                                                        00107100
       9000-TRATAR-ERRO                     SECTION.                    00107200
      *----------------------------------------------------------------*00107300
                  MOVE 'F'                TO WRK-SEVERIDADE             00107400
                  MOVE 'FR05EX78'         TO WRK-PROGRAMA               00107500
                  CALL 'GRAVALOG'         USING WRK-LOG                 00107600
                  MOVE 16                 TO RETURN-CODE                00107700
                  GOBACK.                                               00107800
      *----------------------------------------------------------------*00107900
       9000-99-FIM.                           EXIT.                     00108000
      *----------------------------------------------------------------*00108100
