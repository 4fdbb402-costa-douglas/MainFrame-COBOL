      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05EX77.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05EX77                                       *00002000
      *    TIPO.......: TITULOS DE RECOLHIMENTO DAS RETENCOES DA FOLHA *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : GERAR NO CONTAS A PAGAR (CTAPAG, BOOK B#CTAPAG)  *00002800
      *               OS TITULOS DE RECOLHIMENTO DO INSS E DO IRRF     *00002900
      *               RETIDOS DOS EMPREGADOS NA COMPETENCIA:           *00003000
      *               1) TOTALIZA O FOLHIST DA COMPETENCIA POR         *00003100
      *                  TRIBUTO E ORIGEM (FOLHA FR05DB12, 13o         *00003200
      *                  FR05DB40, FERIAS FR05DB42, RESCISAO FR05DB62  *00003300
      *                  E QUALQUER OUTRA ORIGEM GRAVADA NO FOLHIST);  *00003400
      *               2) GRAVA UM TITULO POR TRIBUTO E ORIGEM NO FIM   *00003500
      *                  DO CTAPAG (DISP=MOD), NO CODIGO DE FORNECEDOR *00003600
      *                  DO ORGAO ARRECADADOR INFORMADO NO SYSIN, PARA *00003700
      *                  O FR05EX38 PAGAR NO VENCIMENTO COMO QUALQUER  *00003800
      *                  FORNECEDOR. PECA = 'IN'/'IR' + FINAL DA       *00003900
      *                  ORIGEM (EX.: 'INDB12'), QUANTIDADE = NUMERO   *00004000
      *                  DE EMPREGADOS, RECEBIMENTO = COMPETENCIA +    *00004100
      *                  '01';                                         *00004200
      *               3) VENCIMENTO LEGAL: DIA 20 DO MES SEGUINTE A    *00004300
      *                  COMPETENCIA, ANTECIPADO PARA O DIA UTIL       *00004400
      *                  ANTERIOR (SERVICO 'A' DO LERDATAP); O INSS DO *00004500
      *                  13o PAGO EM DEZEMBRO VENCE NO DIA 20 DE       *00004600
      *                  DEZEMBRO;                                     *00004700
      *               4) EMITE A CONCILIACAO (RELRET): TOTAL RETIDO NO *00004800
      *                  FOLHIST CONTRA TOTAL DOS TITULOS, POR         *00004900
      *                  TRIBUTO E ORIGEM.                             *00005000
      *               A COMPETENCIA SO RODA UMA VEZ (GRAVARUN). COM    *00005100
      *               RERUN, TRIBUTO/ORIGEM QUE JA TEM TITULO DA       *00005200
      *               COMPETENCIA NO CTAPAG NAO E GERADO DE NOVO - SO  *00005300
      *               ENTRA NA CONCILIACAO COMO "JA EMITIDO".          *00005400
      *----------------------------------------------------------------*00005500
      *    ARQUIVOS :                                                  *00005600
      *    DDNAME          I/O                                         *00005700
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00005800
      *    JCLFORBC         I    DADOS BANCARIOS DOS FORNECEDORES      *00005900
      *    JCLCTAPG        I/O   CONTAS A PAGAR (DISP=MOD)             *00006000
      *    JCLRELRT         O    CONCILIACAO DAS RETENCOES (RELRET)    *00006100
      *----------------------------------------------------------------*00006200
      *    MODULO   :                                                  *00006300
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00006400
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00006500
      *               LERDATAP - DIA UTIL DO VENCIMENTO                *00006600
      *----------------------------------------------------------------*00006700
      *    COPYBOOK :                                                  *00006800
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00006900
      *               B#CTAPAG - CONTAS A PAGAR                        *00007000
      *               B#FORBCO - DADOS BANCARIOS DOS FORNECEDORES      *00007100
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00007200
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00007300
      *               B#DATPRC - AREA DO LERDATAP                      *00007400
      *----------------------------------------------------------------*00007500
      *    PARAMETROS (VIA SYSIN):                                     *00007600
      *      COMPETENCIA (AAAAMM)                                      *00007700
      *      CODIGO DE FORNECEDOR DO ORGAO DO INSS (X(05))             *00007800
      *      CODIGO DE FORNECEDOR DO ORGAO DO IRRF (X(05))             *00007900
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA COMPETENCIA     *00008000
      *----------------------------------------------------------------*00008100
      *    HISTORICO DE ALTERACOES:                                    *00008200
      *      DATA        RESP.    DESCRICAO                            *00008300
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00008400
      ******************************************************************00008500
      *================================================================*00008600
                                                                        00008700
      *================================================================*00008800
       ENVIRONMENT DIVISION.                                            00008900
      *================================================================*00009000
                                                                        00009100
      *----------------------------------------------------------------*00009200
       CONFIGURATION                              SECTION.              00009300
      *----------------------------------------------------------------*00009400
                                                                        00009500
       SPECIAL-NAMES.                                                   00009600
           DECIMAL-POINT IS COMMA.                                      00009700
                                                                        00009800
      *----------------------------------------------------------------*00009900
       INPUT-OUTPUT                               SECTION.              00010000
      *----------------------------------------------------------------*00010100
                                                                        00010200
       FILE-CONTROL.                                                    00010300
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00010400
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00010500
                                                                        00010600
             SELECT FORNBCO   ASSIGN     TO JCLFORBC                    00010700
                    FILE STATUS     IS WRK-FS-FORNBCO.                  00010800
                                                                        00010900
             SELECT CTAPAG    ASSIGN     TO JCLCTAPG                    00011000
                    FILE STATUS     IS WRK-FS-CTAPAG.                   00011100
                                                                        00011200
             SELECT RELRET    ASSIGN     TO JCLRELRT                    00011300
                    FILE STATUS     IS WRK-FS-RELRET.                   00011400
                                                                        00011500
      *================================================================*00011600
       DATA                DIVISION.                                    00011700
      *================================================================*00011800
      *----------------------------------------------------------------*00011900
       FILE                                       SECTION.              00012000
      *----------------------------------------------------------------*00012100
                                                                        00012200
      *----------------------------------------------------------------*00012300
      *    INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110          *00012400
      *----------------------------------------------------------------*00012500
                                                                        00012600
       FD FOLHIST                                                       00012700
           RECORDING MODE IS F                                          00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
                                                                        00013000
           COPY 'B#FOLHIS'.                                             00013100
                                                                        00013200
      *----------------------------------------------------------------*00013300
      *  INPUT - DADOS BANCARIOS DOS FORNECEDORES (FORNBCO) - LRECL=060*00013400
      *----------------------------------------------------------------*00013500
                                                                        00013600
       FD FORNBCO                                                       00013700
           RECORDING MODE IS F                                          00013800
           BLOCK CONTAINS 0 RECORDS.                                    00013900
                                                                        00014000
           COPY 'B#FORBCO'.                                             00014100
                                                                        00014200
      *----------------------------------------------------------------*00014300
      *    I/O - CONTAS A PAGAR (CTAPAG, DISP=MOD) - LRECL = 060       *00014400
      *----------------------------------------------------------------*00014500
                                                                        00014600
       FD CTAPAG                                                        00014700
           RECORDING MODE IS F                                          00014800
           BLOCK CONTAINS 0 RECORDS.                                    00014900
                                                                        00015000
           COPY 'B#CTAPAG'.                                             00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *    OUTPUT - CONCILIACAO DAS RETENCOES (RELRET) - LRECL = 080   *00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       FD RELRET                                                        00015700
           RECORDING MODE IS F                                          00015800
           BLOCK CONTAINS 0 RECORDS.                                    00015900
       01 FD-RELRET         PIC X(080).                                 00016000
                                                                        00016100
      *----------------------------------------------------------------*00016200
       WORKING-STORAGE                            SECTION.              00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
       01  FILLER                      PIC  X(050)         VALUE        00016700
                 '*** INICIO DA WORKING FR05EX77 ***'.                  00016800
      *----------------------------------------------------------------*00016900
                                                                        00017000
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00017100
       77 WRK-FS-FORNBCO         PIC X(002) VALUE SPACES.               00017200
       77 WRK-FS-CTAPAG          PIC X(002) VALUE SPACES.               00017300
       77 WRK-FS-RELRET          PIC X(002) VALUE SPACES.               00017400
       77 WRK-DATA-HOJE          PIC X(008) VALUE SPACES.               00017500
       77 WRK-FORN-INSS          PIC X(005) VALUE SPACES.               00017600
       77 WRK-FORN-IRRF          PIC X(005) VALUE SPACES.               00017700
       77 WRK-BCO-INSS           PIC X(001) VALUE 'N'.                  00017800
           88 WRK-BCO-INSS-SIM       VALUE 'S'.                         00017900
       77 WRK-BCO-IRRF           PIC X(001) VALUE 'N'.                  00018000
           88 WRK-BCO-IRRF-SIM       VALUE 'S'.                         00018100
                                                                        00018200
       01 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00018300
       01 FILLER                 REDEFINES WRK-COMPETENCIA.             00018400
          05 WRK-COMP-ANO        PIC 9(004).                            00018500
          05 WRK-COMP-MES        PIC 9(002).                            00018600
                                                                        00018700
      *----------------------------------------------------------------*00018800
       01  FILLER                       PIC X(050)           VALUE      00018900
                    '*** AREA DOS TITULOS DE RECOLHIMENTO ***'.         00019000
      *----------------------------------------------------------------*00019100
                                                                        00019200
       77 WRK-TRIBUTO            PIC X(002) VALUE SPACES.               00019300
           88 WRK-TRIBUTO-INSS       VALUE 'IN'.                        00019400
           88 WRK-TRIBUTO-IRRF       VALUE 'IR'.                        00019500
       77 WRK-VLR-RETIDO         PIC 9(11)V99 VALUE ZEROS.              00019600
       77 WRK-QTD-RETIDO         PIC 9(05) VALUE ZEROS.                 00019700
       77 WRK-IND-ORI            PIC 9(03) VALUE ZEROS.                 00019800
       77 WRK-ORI-ACHOU          PIC X(01) VALUE 'N'.                   00019900
           88 WRK-ORI-ACHOU-SIM      VALUE 'S'.                         00020000
       77 WRK-EMI-ACHOU          PIC X(01) VALUE 'N'.                   00020100
           88 WRK-EMI-ACHOU-SIM      VALUE 'S'.                         00020200
       77 WRK-DIVERGENCIA        PIC X(01) VALUE 'N'.                   00020300
           88 WRK-DIVERGENCIA-SIM    VALUE 'S'.                         00020400
                                                                        00020500
       01 WRK-PECA-TITULO.                                              00020600
          05 WRK-PECA-TRIBUTO    PIC X(02).                             00020700
          05 WRK-PECA-ORIGEM     PIC X(04).                             00020800
                                                                        00020900
      *    VENCIMENTO: DIA 21 DO MES DO VENCIMENTO; O LERDATAP RECUA   *00021000
      *    UM DIA UTIL E DEVOLVE O DIA 20 OU O UTIL ANTERIOR A ELE     *00021100
       01 WRK-DATA-VENC-BASE.                                           00021200
          05 WRK-VENC-ANO        PIC 9(004).                            00021300
          05 WRK-VENC-MES        PIC 9(002).                            00021400
          05 WRK-VENC-DIA        PIC 9(002).                            00021500
       01 WRK-DATA-VENC          PIC X(008) VALUE SPACES.               00021600
       01 FILLER                 REDEFINES WRK-DATA-VENC.               00021700
          05 WRK-DV-ANO          PIC X(004).                            00021800
          05 WRK-DV-MES          PIC X(002).                            00021900
          05 WRK-DV-DIA          PIC X(002).                            00022000
                                                                        00022100
      *----------------------------------------------------------------*00022200
      *    RETENCOES DA COMPETENCIA POR ORIGEM (DO FOLHIST)            *00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       01 WRK-TAB-ORIGENS.                                              00022600
          05 WRK-TAB-ORI             OCCURS 20 TIMES                    00022700
                                      INDEXED BY WRK-IDX-ORI.           00022800
             10 WRK-TAB-ORI-ORIGEM       PIC X(08).                     00022900
             10 WRK-TAB-ORI-QTD-INSS     PIC 9(05).                     00023000
             10 WRK-TAB-ORI-INSS         PIC 9(11)V99.                  00023100
             10 WRK-TAB-ORI-QTD-IRRF     PIC 9(05).                     00023200
             10 WRK-TAB-ORI-IRRF         PIC 9(11)V99.                  00023300
       77 WRK-TAB-ORI-QTDE       PIC 9(03) VALUE ZEROS.                 00023400
                                                                        00023500
      *----------------------------------------------------------------*00023600
      *    TITULOS DA COMPETENCIA JA EMITIDOS NO CTAPAG                *00023700
      *----------------------------------------------------------------*00023800
                                                                        00023900
       01 WRK-TAB-EMITIDOS.                                             00024000
          05 WRK-TAB-EMI             OCCURS 40 TIMES                    00024100
                                      INDEXED BY WRK-IDX-EMI.           00024200
             10 WRK-TAB-EMI-FORN         PIC X(05).                     00024300
             10 WRK-TAB-EMI-PECA         PIC X(06).                     00024400
             10 WRK-TAB-EMI-VALOR        PIC 9(09)V99.                  00024500
             10 WRK-TAB-EMI-VENC         PIC X(08).                     00024600
       77 WRK-TAB-EMI-QTDE       PIC 9(03) VALUE ZEROS.                 00024700
                                                                        00024800
      *----------------------------------------------------------------*00024900
       01  FILLER                       PIC X(050)           VALUE      00025000
                        '*** AREA DE ACUMULADORES ***'.                 00025100
      *----------------------------------------------------------------*00025200
                                                                        00025300
       77 ACUM-HIST-LIDOS        PIC 9(07) VALUE ZEROS.                 00025400
       77 ACUM-HIST-COMPET       PIC 9(05) VALUE ZEROS.                 00025500
       77 ACUM-LIDOS-CTAPAG      PIC 9(07) VALUE ZEROS.                 00025600
       77 ACUM-TITULOS           PIC 9(05) VALUE ZEROS.                 00025700
       77 ACUM-JA-EMITIDOS       PIC 9(05) VALUE ZEROS.                 00025800
       77 ACUM-RET-INSS          PIC 9(11)V99 VALUE ZEROS.              00025900
       77 ACUM-RET-IRRF          PIC 9(11)V99 VALUE ZEROS.              00026000
       77 ACUM-TIT-INSS          PIC 9(11)V99 VALUE ZEROS.              00026100
       77 ACUM-TIT-IRRF          PIC 9(11)V99 VALUE ZEROS.              00026200
       77 ACUM-RET-GERAL         PIC 9(11)V99 VALUE ZEROS.              00026300
       77 ACUM-TIT-GERAL         PIC 9(11)V99 VALUE ZEROS.              00026400
                                                                        00026500
      *----------------------------------------------------------------*00026600
      *    LINHAS DA CONCILIACAO                                       *00026700
      *----------------------------------------------------------------*00026800
                                                                        00026900
       01 WRK-RR-SEPARA          PIC X(080) VALUE ALL '='.              00027000
                                                                        00027100
       01 WRK-RR-TRACO           PIC X(080) VALUE ALL '-'.              00027200
                                                                        00027300
       01 WRK-RR-CABEC.                                                 00027400
          05 FILLER               PIC X(040) VALUE                      00027500
             'FOURSYS - RETENCOES DA FOLHA A RECOLHER'.                 00027600
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00027700
          05 WRK-RR-COMPETENCIA   PIC X(006).                           00027800
          05 FILLER               PIC X(022) VALUE SPACES.              00027900
                                                                        00028000
       01 WRK-RR-ORGAOS.                                                00028100
          05 FILLER               PIC X(014) VALUE 'ORGAO INSS....'.    00028200
          05 WRK-RR-FORN-INSS     PIC X(005).                           00028300
          05 FILLER               PIC X(006) VALUE SPACES.              00028400
          05 FILLER               PIC X(014) VALUE 'ORGAO IRRF....'.    00028500
          05 WRK-RR-FORN-IRRF     PIC X(005).                           00028600
          05 FILLER               PIC X(036) VALUE SPACES.              00028700
                                                                        00028800
       01 WRK-RR-TITULO.                                                00028900
          05 FILLER               PIC X(016) VALUE 'TRIB ORIGEM'.       00029000
          05 FILLER               PIC X(006) VALUE ' EMPR'.             00029100
          05 FILLER               PIC X(015) VALUE '   VALOR RETIDO'.   00029200
          05 FILLER               PIC X(015) VALUE '   VALOR TITULO'.   00029300
          05 FILLER               PIC X(007) VALUE ' PECA'.             00029400
          05 FILLER               PIC X(011) VALUE 'VENCIMENTO'.        00029500
          05 FILLER               PIC X(010) VALUE 'SITUACAO'.          00029600
                                                                        00029700
       01 WRK-RR-DETALHE.                                               00029800
          05 WRK-RD-TRIBUTO       PIC X(004).                           00029900
          05 FILLER               PIC X(001) VALUE SPACES.              00030000
          05 WRK-RD-ORIGEM        PIC X(008).                           00030100
          05 FILLER               PIC X(001) VALUE SPACES.              00030200
          05 WRK-RD-QTDE          PIC ZZ.ZZ9.                           00030300
          05 FILLER               PIC X(001) VALUE SPACES.              00030400
          05 WRK-RD-RETIDO        PIC ZZ.ZZZ.ZZ9,99.                    00030500
          05 FILLER               PIC X(002) VALUE SPACES.              00030600
          05 WRK-RD-TITULO        PIC ZZ.ZZZ.ZZ9,99.                    00030700
          05 FILLER               PIC X(002) VALUE SPACES.              00030800
          05 WRK-RD-PECA          PIC X(006).                           00030900
          05 FILLER               PIC X(001) VALUE SPACES.              00031000
          05 WRK-RD-VENC.                                               00031100
             10 WRK-RD-VENC-DIA   PIC X(002).                           00031200
             10 FILLER            PIC X(001) VALUE '/'.                 00031300
             10 WRK-RD-VENC-MES   PIC X(002).                           00031400
             10 FILLER            PIC X(001) VALUE '/'.                 00031500
             10 WRK-RD-VENC-ANO   PIC X(004).                           00031600
          05 FILLER               PIC X(001) VALUE SPACES.              00031700
          05 WRK-RD-SITUACAO      PIC X(010).                           00031800
                                                                        00031900
       01 WRK-RR-TOTAL.                                                 00032000
          05 WRK-RT-ROTULO        PIC X(020).                           00032100
          05 WRK-RT-RETIDO        PIC ZZ.ZZZ.ZZ9,99.                    00032200
          05 FILLER               PIC X(002) VALUE SPACES.              00032300
          05 WRK-RT-TITULO        PIC ZZ.ZZZ.ZZ9,99.                    00032400
          05 FILLER               PIC X(002) VALUE SPACES.              00032500
          05 WRK-RT-SITUACAO      PIC X(030).                           00032600
                                                                        00032700
       01 WRK-RR-AVISO.                                                 00032800
          05 FILLER               PIC X(006) VALUE 'ORGAO '.            00032900
          05 WRK-RA-FORN          PIC X(005).                           00033000
          05 FILLER               PIC X(069) VALUE                      00033100
             ' SEM DADOS BANCARIOS NO FORNBCO - O FR05EX38 NAO PAGA'.   00033200
                                                                        00033300
      *----------------------------------------------------------------*00033400
       01  FILLER                       PIC X(050)           VALUE      00033500
                        '*** AREA DE BOOK ***'.                         00033600
      *----------------------------------------------------------------*00033700
                                                                        00033800
           COPY 'B#GRALOG'.                                             00033900
                                                                        00034000
           COPY 'B#RUNCTL'.                                             00034100
                                                                        00034200
           COPY 'B#DATPRC'.                                             00034300
                                                                        00034400
      *----------------------------------------------------------------*00034500
       01  FILLER                      PIC  X(050)         VALUE        00034600
              '*** FR05EX77 - FIM DA AREA DE WORKING ***'.              00034700
      *----------------------------------------------------------------*00034800
                                                                        00034900
      *================================================================*00035000
        PROCEDURE                       DIVISION.                       00035100
      *================================================================*00035200
                                                                        00035300
      ******************************************************************00035400
      *                    P R I N C I P A L                           *00035500
      ******************************************************************00035600
                                                                        00035700
      *----------------------------------------------------------------*00035800
       0000-PRINCIPAL                            SECTION.               00035900
      *----------------------------------------------------------------*00036000
                                                                        00036100
           PERFORM 1000-INICIAR                                         00036200
                                                                        00036300
           PERFORM 2000-PROCESSAR                                       00036400
                                                                        00036500
           PERFORM 3000-FINALIZAR                                       00036600
                                                                        00036700
           STOP RUN.                                                    00036800
                                                                        00036900
      *----------------------------------------------------------------*00037000
       0000-99-FIM.                           EXIT.                     00037100
      *----------------------------------------------------------------*00037200
                                                                        00037300
      ******************************************************************00037400
      *                      I N I C I A R                             *00037500
      ******************************************************************00037600
                                                                        00037700
      *----------------------------------------------------------------*00037800
       1000-INICIAR                           SECTION.                  00037900
      *----------------------------------------------------------------*00038000
                                                                        00038100
            ACCEPT WRK-COMPETENCIA FROM SYSIN.                          00038200
                                                                        00038300
            ACCEPT WRK-FORN-INSS   FROM SYSIN.                          00038400
                                                                        00038500
            ACCEPT WRK-FORN-IRRF   FROM SYSIN.                          00038600
                                                                        00038700
            ACCEPT WRK-RUN-RERUN   FROM SYSIN.                          00038800
                                                                        00038900
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00039000
                                                                        00039100
            IF WRK-COMPETENCIA NOT NUMERIC                              00039200
             OR WRK-COMP-MES LESS 01                                    00039300
             OR WRK-COMP-MES GREATER 12                                 00039400
               MOVE 'FR05EX77'           TO WRK-PROGRAMA                00039500
               MOVE '1000  '             TO WRK-SECAO                   00039600
               MOVE 'COMPETENCIA INVALIDA NO SYSIN' TO WRK-MENSAGEM     00039700
               MOVE WRK-COMPETENCIA      TO WRK-STATUS                  00039800
               PERFORM 9999-TRATAR-ERROS                                00039900
            END-IF.                                                     00040000
                                                                        00040100
            IF WRK-FORN-INSS EQUAL SPACES                               00040200
             OR WRK-FORN-IRRF EQUAL SPACES                              00040300
               MOVE 'FR05EX77'           TO WRK-PROGRAMA                00040400
               MOVE '1000  '             TO WRK-SECAO                   00040500
               MOVE 'ORGAO ARRECADADOR AUSENTE NO SYSIN'                00040600
                                         TO WRK-MENSAGEM                00040700
               MOVE SPACES               TO WRK-STATUS                  00040800
               PERFORM 9999-TRATAR-ERROS                                00040900
            END-IF.                                                     00041000
                                                                        00041100
      *     GUARDA DE REPROCESSAMENTO: A COMPETENCIA SO RODA UMA VEZ   *00041200
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00041300
            MOVE 'FR05EX77'           TO WRK-RUN-PROGRAMA.              00041400
            MOVE SPACES               TO WRK-RUN-DATA-MOVTO.            00041500
            MOVE WRK-COMPETENCIA      TO WRK-RUN-DATA-MOVTO (1:6).      00041600
            MOVE '01'                 TO WRK-RUN-DATA-MOVTO (7:2).      00041700
            MOVE ZEROS                TO WRK-RUN-RC                     00041800
                                         WRK-RUN-LIDOS                  00041900
                                         WRK-RUN-GRAVADOS.              00042000
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00042100
                                                                        00042200
            IF WRK-RUN-DATA-JA-FEITA                                    00042300
               MOVE 'A'               TO WRK-SEVERIDADE                 00042400
               MOVE 'FR05EX77'        TO WRK-PROGRAMA                   00042500
               MOVE '1000  '          TO WRK-SECAO                      00042600
               MOVE 'COMPETENCIA JA PROCESSADA - INFORME RERUN'         00042700
                                      TO WRK-MENSAGEM                   00042800
               MOVE WRK-COMPETENCIA   TO WRK-STATUS                     00042900
               CALL 'GRAVALOG'        USING WRK-LOG                     00043000
               MOVE 08                TO RETURN-CODE                    00043100
               GOBACK                                                   00043200
            END-IF.                                                     00043300
                                                                        00043400
            PERFORM 1200-CONFERIR-BANCOS.                               00043500
                                                                        00043600
            PERFORM 1300-CARREGAR-EMITIDOS.                             00043700
                                                                        00043800
            OPEN INPUT  FOLHIST                                         00043900
                 OUTPUT RELRET.                                         00044000
                                                                        00044100
      *     OS TITULOS ENTRAM NO FIM DO CTAPAG (DISP=MOD)              *00044200
            OPEN EXTEND CTAPAG.                                         00044300
            IF WRK-FS-CTAPAG EQUAL '35'                                 00044400
               CLOSE CTAPAG                                             00044500
               OPEN OUTPUT CTAPAG                                       00044600
            END-IF.                                                     00044700
                                                                        00044800
            PERFORM 1100-TESTAR-STATUS.                                 00044900
                                                                        00045000
            MOVE WRK-COMPETENCIA      TO WRK-RR-COMPETENCIA.            00045100
            MOVE WRK-FORN-INSS        TO WRK-RR-FORN-INSS.              00045200
            MOVE WRK-FORN-IRRF        TO WRK-RR-FORN-IRRF.              00045300
            WRITE FD-RELRET           FROM WRK-RR-SEPARA.               00045400
            WRITE FD-RELRET           FROM WRK-RR-CABEC.                00045500
            WRITE FD-RELRET           FROM WRK-RR-ORGAOS.               00045600
            WRITE FD-RELRET           FROM WRK-RR-SEPARA.               00045700
            WRITE FD-RELRET           FROM WRK-RR-TITULO.               00045800
            WRITE FD-RELRET           FROM WRK-RR-TRACO.                00045900
            PERFORM 1100-TESTAR-STATUS.                                 00046000
                                                                        00046100
      *----------------------------------------------------------------*00046200
       1000-99-FIM.                              EXIT.                  00046300
      *----------------------------------------------------------------*00046400
                                                                        00046500
      ******************************************************************00046600
      *                   T E S T A R  S T A T U S                     *00046700
      ******************************************************************00046800
                                                                        00046900
      *----------------------------------------------------------------*00047000
       1100-TESTAR-STATUS                    SECTION.                   00047100
      *----------------------------------------------------------------*00047200
                                                                        00047300
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00047400
              WRK-FS-FOLHIST NOT EQUAL '10'                             00047500
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00047600
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00047700
              PERFORM 9990-ERRO-ARQUIVO                                 00047800
           END-IF.                                                      00047900
                                                                        00048000
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS AND                         00048100
              WRK-FS-CTAPAG NOT EQUAL '10'                              00048200
              MOVE 'ERRO NO ARQUIVO CTAPAG'   TO WRK-MENSAGEM           00048300
              MOVE WRK-FS-CTAPAG        TO WRK-STATUS                   00048400
              PERFORM 9990-ERRO-ARQUIVO                                 00048500
           END-IF.                                                      00048600
                                                                        00048700
           IF WRK-FS-RELRET NOT EQUAL ZEROS                             00048800
              MOVE 'ERRO NO ARQUIVO RELRET'   TO WRK-MENSAGEM           00048900
              MOVE WRK-FS-RELRET        TO WRK-STATUS                   00049000
              PERFORM 9990-ERRO-ARQUIVO                                 00049100
           END-IF.                                                      00049200
                                                                        00049300
      *----------------------------------------------------------------*00049400
       1100-99-FIM.                           EXIT.                     00049500
      *----------------------------------------------------------------*00049600
                                                                        00049700
      ******************************************************************00049800
      *     C O N F E R I R   D A D O S   B A N C A R I O S            *00049900
      ******************************************************************00050000
                                                                        00050100
      *----------------------------------------------------------------*00050200
       1200-CONFERIR-BANCOS                  SECTION.                   00050300
      *----------------------------------------------------------------*00050400
                                                                        00050500
      *     O FR05EX38 SO PAGA QUEM TEM DADOS BANCARIOS: ORGAO SEM     *00050600
      *     FORNBCO GERA O TITULO, MAS SAI AVISADO NA CONCILIACAO      *00050700
            OPEN INPUT FORNBCO.                                         00050800
                                                                        00050900
            IF WRK-FS-FORNBCO EQUAL '35'                                00051000
               GO                  TO 1200-99-FIM                       00051100
            END-IF.                                                     00051200
                                                                        00051300
            PERFORM 1290-TESTAR-FORNBCO.                                00051400
                                                                        00051500
            PERFORM 1210-LER-FORNBCO.                                   00051600
                                                                        00051700
            PERFORM 1220-CONFERIR-ORGAO                                 00051800
                    UNTIL WRK-FS-FORNBCO EQUAL '10'.                    00051900
                                                                        00052000
            CLOSE FORNBCO.                                              00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       1200-99-FIM.                          EXIT.                      00052400
      *----------------------------------------------------------------*00052500
                                                                        00052600
      *----------------------------------------------------------------*00052700
       1210-LER-FORNBCO                      SECTION.                   00052800
      *----------------------------------------------------------------*00052900
            READ FORNBCO                                                00053000
                                                                        00053100
               IF WRK-FS-FORNBCO  EQUAL '10'                            00053200
                  GO              TO 1210-99-FIM                        00053300
               END-IF.                                                  00053400
                                                                        00053500
               PERFORM 1290-TESTAR-FORNBCO.                             00053600
      *----------------------------------------------------------------*00053700
       1210-99-FIM.                          EXIT.                      00053800
      *----------------------------------------------------------------*00053900
                                                                        00054000
      *----------------------------------------------------------------*00054100
       1220-CONFERIR-ORGAO                   SECTION.                   00054200
      *----------------------------------------------------------------*00054300
                                                                        00054400
            IF FD-FBC-COD-FORN EQUAL WRK-FORN-INSS                      00054500
               MOVE 'S'                TO WRK-BCO-INSS                  00054600
            END-IF.                                                     00054700
                                                                        00054800
            IF FD-FBC-COD-FORN EQUAL WRK-FORN-IRRF                      00054900
               MOVE 'S'                TO WRK-BCO-IRRF                  00055000
            END-IF.                                                     00055100
                                                                        00055200
            PERFORM 1210-LER-FORNBCO.                                   00055300
                                                                        00055400
      *----------------------------------------------------------------*00055500
       1220-99-FIM.                          EXIT.                      00055600
      *----------------------------------------------------------------*00055700
                                                                        00055800
      *----------------------------------------------------------------*00055900
       1290-TESTAR-FORNBCO                   SECTION.                   00056000
      *----------------------------------------------------------------*00056100
                                                                        00056200
           IF WRK-FS-FORNBCO NOT EQUAL ZEROS AND                        00056300
              WRK-FS-FORNBCO NOT EQUAL '10'                             00056400
              MOVE 'ERRO NO ARQUIVO FORNBCO'  TO WRK-MENSAGEM           00056500
              MOVE WRK-FS-FORNBCO       TO WRK-STATUS                   00056600
              PERFORM 9990-ERRO-ARQUIVO                                 00056700
           END-IF.                                                      00056800
                                                                        00056900
      *----------------------------------------------------------------*00057000
       1290-99-FIM.                          EXIT.                      00057100
      *----------------------------------------------------------------*00057200
                                                                        00057300
      ******************************************************************00057400
      *   C A R R E G A R   T I T U L O S   J A   E M I T I D O S      *00057500
      ******************************************************************00057600
                                                                        00057700
      *----------------------------------------------------------------*00057800
       1300-CARREGAR-EMITIDOS                SECTION.                   00057900
      *----------------------------------------------------------------*00058000
                                                                        00058100
      *     PRE-LEITURA DO CTAPAG: TITULO DE RECOLHIMENTO DA           *00058200
      *     COMPETENCIA JA GRAVADO (ORGAO + PECA 'IN'/'IR' +           *00058300
      *     RECEBIMENTO = COMPETENCIA) NUNCA E GERADO DE NOVO          *00058400
            OPEN INPUT CTAPAG.                                          00058500
                                                                        00058600
            IF WRK-FS-CTAPAG EQUAL '35'                                 00058700
               MOVE ZEROS          TO WRK-FS-CTAPAG                     00058800
               GO                  TO 1300-99-FIM                       00058900
            END-IF.                                                     00059000
                                                                        00059100
            PERFORM 1100-TESTAR-STATUS.                                 00059200
                                                                        00059300
            PERFORM 1310-LER-CTAPAG.                                    00059400
                                                                        00059500
            PERFORM 1320-GUARDAR-EMITIDO                                00059600
                    UNTIL WRK-FS-CTAPAG EQUAL '10'.                     00059700
                                                                        00059800
            CLOSE CTAPAG.                                               00059900
                                                                        00060000
      *----------------------------------------------------------------*00060100
       1300-99-FIM.                          EXIT.                      00060200
      *----------------------------------------------------------------*00060300
                                                                        00060400
      *----------------------------------------------------------------*00060500
       1310-LER-CTAPAG                       SECTION.                   00060600
      *----------------------------------------------------------------*00060700
            READ CTAPAG                                                 00060800
                                                                        00060900
               IF WRK-FS-CTAPAG   EQUAL '10'                            00061000
                  GO              TO 1310-99-FIM                        00061100
               END-IF.                                                  00061200
                                                                        00061300
               PERFORM 1100-TESTAR-STATUS.                              00061400
                                                                        00061500
               ADD 1              TO ACUM-LIDOS-CTAPAG.                 00061600
      *----------------------------------------------------------------*00061700
       1310-99-FIM.                          EXIT.                      00061800
      *----------------------------------------------------------------*00061900
                                                                        00062000
      *----------------------------------------------------------------*00062100
       1320-GUARDAR-EMITIDO                  SECTION.                   00062200
      *----------------------------------------------------------------*00062300
                                                                        00062400
            IF FD-PAG-DATA-RECEB (1:6) NOT EQUAL WRK-COMPETENCIA        00062500
             OR NOT FD-PAG-TITULO                                       00062600
               PERFORM 1310-LER-CTAPAG                                  00062700
               GO                  TO 1320-99-FIM                       00062800
            END-IF.                                                     00062900
                                                                        00063000
            IF NOT (FD-PAG-COD-FORN EQUAL WRK-FORN-INSS                 00063100
                    AND FD-PAG-COD-PECA (1:2) EQUAL 'IN')               00063200
             AND NOT (FD-PAG-COD-FORN EQUAL WRK-FORN-IRRF               00063300
                    AND FD-PAG-COD-PECA (1:2) EQUAL 'IR')               00063400
               PERFORM 1310-LER-CTAPAG                                  00063500
               GO                  TO 1320-99-FIM                       00063600
            END-IF.                                                     00063700
                                                                        00063800
            IF WRK-TAB-EMI-QTDE GREATER OR EQUAL 40                     00063900
               MOVE 'FR05EX77'        TO WRK-PROGRAMA                   00064000
               MOVE '1320  '          TO WRK-SECAO                      00064100
               MOVE 'TABELA DE TITULOS EMITIDOS CHEIA' TO WRK-MENSAGEM  00064200
               MOVE SPACES            TO WRK-STATUS                     00064300
               PERFORM 9999-TRATAR-ERROS                                00064400
            END-IF.                                                     00064500
                                                                        00064600
            ADD 1                      TO WRK-TAB-EMI-QTDE.             00064700
            SET WRK-IDX-EMI            TO WRK-TAB-EMI-QTDE.             00064800
            MOVE FD-PAG-COD-FORN       TO WRK-TAB-EMI-FORN              00064900
                                          (WRK-IDX-EMI).                00065000
            MOVE FD-PAG-COD-PECA       TO WRK-TAB-EMI-PECA              00065100
                                          (WRK-IDX-EMI).                00065200
            MOVE FD-PAG-VALOR          TO WRK-TAB-EMI-VALOR             00065300
                                          (WRK-IDX-EMI).                00065400
            MOVE FD-PAG-DATA-VENC      TO WRK-TAB-EMI-VENC              00065500
                                          (WRK-IDX-EMI).                00065600
                                                                        00065700
            PERFORM 1310-LER-CTAPAG.                                    00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       1320-99-FIM.                          EXIT.                      00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
      ******************************************************************00066400
      *                   P R O C E S S A R                            *00066500
      ******************************************************************00066600
                                                                        00066700
      *----------------------------------------------------------------*00066800
       2000-PROCESSAR                       SECTION.                    00066900
      *----------------------------------------------------------------*00067000
                                                                        00067100
            PERFORM 2010-LER-FOLHIST.                                   00067200
                                                                        00067300
            PERFORM 2100-ACUMULAR-RETENCAO                              00067400
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00067500
                                                                        00067600
            CLOSE FOLHIST.                                              00067700
                                                                        00067800
      *----------------------------------------------------------------*00067900
       2000-99-FIM.                       EXIT.                         00068000
      *----------------------------------------------------------------*00068100
                                                                        00068200
      *----------------------------------------------------------------*00068300
       2010-LER-FOLHIST                      SECTION.                   00068400
      *----------------------------------------------------------------*00068500
            READ FOLHIST                                                00068600
                                                                        00068700
               IF WRK-FS-FOLHIST  EQUAL '10'                            00068800
                  GO              TO 2010-99-FIM                        00068900
               END-IF.                                                  00069000
                                                                        00069100
               PERFORM 1100-TESTAR-STATUS.                              00069200
                                                                        00069300
               ADD 1              TO ACUM-HIST-LIDOS.                   00069400
      *----------------------------------------------------------------*00069500
       2010-99-FIM.                          EXIT.                      00069600
      *----------------------------------------------------------------*00069700
                                                                        00069800
      *----------------------------------------------------------------*00069900
       2100-ACUMULAR-RETENCAO                SECTION.                   00070000
      *----------------------------------------------------------------*00070100
                                                                        00070200
            IF FD-FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA             00070300
               PERFORM 2010-LER-FOLHIST                                 00070400
               GO                  TO 2100-99-FIM                       00070500
            END-IF.                                                     00070600
                                                                        00070700
            ADD 1                      TO ACUM-HIST-COMPET.             00070800
                                                                        00070900
            IF FD-FHI-INSS EQUAL ZEROS                                  00071000
             AND FD-FHI-IRRF EQUAL ZEROS                                00071100
               PERFORM 2010-LER-FOLHIST                                 00071200
               GO                  TO 2100-99-FIM                       00071300
            END-IF.                                                     00071400
                                                                        00071500
            PERFORM 2110-LOCALIZAR-ORIGEM.                              00071600
                                                                        00071700
            IF NOT WRK-ORI-ACHOU-SIM                                    00071800
               IF WRK-TAB-ORI-QTDE GREATER OR EQUAL 20                  00071900
                  MOVE 'FR05EX77'        TO WRK-PROGRAMA                00072000
                  MOVE '2100  '          TO WRK-SECAO                   00072100
                  MOVE 'TABELA DE ORIGENS CHEIA' TO WRK-MENSAGEM        00072200
                  MOVE FD-FHI-ORIGEM     TO WRK-STATUS                  00072300
                  PERFORM 9999-TRATAR-ERROS                             00072400
               END-IF                                                   00072500
               ADD 1                   TO WRK-TAB-ORI-QTDE              00072600
               SET WRK-IDX-ORI         TO WRK-TAB-ORI-QTDE              00072700
               MOVE FD-FHI-ORIGEM      TO WRK-TAB-ORI-ORIGEM            00072800
                                          (WRK-IDX-ORI)                 00072900
               MOVE ZEROS              TO WRK-TAB-ORI-QTD-INSS          00073000
                                          (WRK-IDX-ORI)                 00073100
                                          WRK-TAB-ORI-INSS              00073200
                                          (WRK-IDX-ORI)                 00073300
                                          WRK-TAB-ORI-QTD-IRRF          00073400
                                          (WRK-IDX-ORI)                 00073500
                                          WRK-TAB-ORI-IRRF              00073600
                                          (WRK-IDX-ORI)                 00073700
            END-IF.                                                     00073800
                                                                        00073900
            IF FD-FHI-INSS GREATER ZEROS                                00074000
               ADD 1                   TO WRK-TAB-ORI-QTD-INSS          00074100
                                          (WRK-IDX-ORI)                 00074200
               ADD FD-FHI-INSS         TO WRK-TAB-ORI-INSS              00074300
                                          (WRK-IDX-ORI)                 00074400
                                          ACUM-RET-INSS                 00074500
            END-IF.                                                     00074600
                                                                        00074700
            IF FD-FHI-IRRF GREATER ZEROS                                00074800
               ADD 1                   TO WRK-TAB-ORI-QTD-IRRF          00074900
                                          (WRK-IDX-ORI)                 00075000
               ADD FD-FHI-IRRF         TO WRK-TAB-ORI-IRRF              00075100
                                          (WRK-IDX-ORI)                 00075200
                                          ACUM-RET-IRRF                 00075300
            END-IF.                                                     00075400
                                                                        00075500
            PERFORM 2010-LER-FOLHIST.                                   00075600
                                                                        00075700
      *----------------------------------------------------------------*00075800
       2100-99-FIM.                          EXIT.                      00075900
      *----------------------------------------------------------------*00076000
                                                                        00076100
      *----------------------------------------------------------------*00076200
       2110-LOCALIZAR-ORIGEM                 SECTION.                   00076300
      *----------------------------------------------------------------*00076400
                                                                        00076500
            MOVE 'N'                   TO WRK-ORI-ACHOU.                00076600
                                                                        00076700
            IF WRK-TAB-ORI-QTDE EQUAL ZEROS                             00076800
               GO                  TO 2110-99-FIM                       00076900
            END-IF.                                                     00077000
                                                                        00077100
            SET WRK-IDX-ORI            TO 1.                            00077200
            SEARCH WRK-TAB-ORI                                          00077300
              AT END                                                    00077400
                 CONTINUE                                               00077500
              WHEN WRK-IDX-ORI GREATER WRK-TAB-ORI-QTDE                 00077600
                 CONTINUE                                               00077700
              WHEN WRK-TAB-ORI-ORIGEM (WRK-IDX-ORI) EQUAL FD-FHI-ORIGEM 00077800
                 MOVE 'S'              TO WRK-ORI-ACHOU                 00077900
            END-SEARCH.                                                 00078000
                                                                        00078100
      *----------------------------------------------------------------*00078200
       2110-99-FIM.                          EXIT.                      00078300
      *----------------------------------------------------------------*00078400
                                                                        00078500
      ******************************************************************00078600
      *            G E R A R   T I T U L O S   D A S   G U I A S       *00078700
      ******************************************************************00078800
                                                                        00078900
      *----------------------------------------------------------------*00079000
       2200-GERAR-TITULOS                    SECTION.                   00079100
      *----------------------------------------------------------------*00079200
                                                                        00079300
            SET WRK-IDX-ORI            TO WRK-IND-ORI.                  00079400
                                                                        00079500
            IF WRK-TAB-ORI-INSS (WRK-IDX-ORI) GREATER ZEROS             00079600
               MOVE 'IN'               TO WRK-TRIBUTO                   00079700
               MOVE WRK-TAB-ORI-INSS (WRK-IDX-ORI) TO WRK-VLR-RETIDO    00079800
               MOVE WRK-TAB-ORI-QTD-INSS (WRK-IDX-ORI)                  00079900
                                       TO WRK-QTD-RETIDO                00080000
               PERFORM 2300-TRATAR-TITULO                               00080100
            END-IF.                                                     00080200
                                                                        00080300
            IF WRK-TAB-ORI-IRRF (WRK-IDX-ORI) GREATER ZEROS             00080400
               MOVE 'IR'               TO WRK-TRIBUTO                   00080500
               MOVE WRK-TAB-ORI-IRRF (WRK-IDX-ORI) TO WRK-VLR-RETIDO    00080600
               MOVE WRK-TAB-ORI-QTD-IRRF (WRK-IDX-ORI)                  00080700
                                       TO WRK-QTD-RETIDO                00080800
               PERFORM 2300-TRATAR-TITULO                               00080900
            END-IF.                                                     00081000
                                                                        00081100
      *----------------------------------------------------------------*00081200
       2200-99-FIM.                          EXIT.                      00081300
      *----------------------------------------------------------------*00081400
                                                                        00081500
      *----------------------------------------------------------------*00081600
       2300-TRATAR-TITULO                    SECTION.                   00081700
      *----------------------------------------------------------------*00081800
                                                                        00081900
            MOVE WRK-TRIBUTO           TO WRK-PECA-TRIBUTO.             00082000
            MOVE WRK-TAB-ORI-ORIGEM (WRK-IDX-ORI) (5:4)                 00082100
                                       TO WRK-PECA-ORIGEM.              00082200
                                                                        00082300
            MOVE SPACES                TO WRK-RR-DETALHE.               00082400
            IF WRK-TRIBUTO-INSS                                         00082500
               MOVE 'INSS'             TO WRK-RD-TRIBUTO                00082600
            ELSE                                                        00082700
               MOVE 'IRRF'             TO WRK-RD-TRIBUTO                00082800
            END-IF.                                                     00082900
            MOVE WRK-TAB-ORI-ORIGEM (WRK-IDX-ORI) TO WRK-RD-ORIGEM.     00083000
            MOVE WRK-QTD-RETIDO        TO WRK-RD-QTDE.                  00083100
            MOVE WRK-VLR-RETIDO        TO WRK-RD-RETIDO.                00083200
            MOVE WRK-PECA-TITULO       TO WRK-RD-PECA.                  00083300
                                                                        00083400
            PERFORM 2310-LOCALIZAR-EMITIDO.                             00083500
                                                                        00083600
            IF WRK-EMI-ACHOU-SIM                                        00083700
               PERFORM 2320-CONFERIR-EMITIDO                            00083800
            ELSE                                                        00083900
               PERFORM 2330-GRAVAR-TITULO                               00084000
            END-IF.                                                     00084100
                                                                        00084200
            MOVE WRK-DV-DIA            TO WRK-RD-VENC-DIA.              00084300
            MOVE WRK-DV-MES            TO WRK-RD-VENC-MES.              00084400
            MOVE WRK-DV-ANO            TO WRK-RD-VENC-ANO.              00084500
            WRITE FD-RELRET            FROM WRK-RR-DETALHE.             00084600
            PERFORM 1100-TESTAR-STATUS.                                 00084700
                                                                        00084800
      *----------------------------------------------------------------*00084900
       2300-99-FIM.                          EXIT.                      00085000
      *----------------------------------------------------------------*00085100
                                                                        00085200
      *----------------------------------------------------------------*00085300
       2310-LOCALIZAR-EMITIDO                SECTION.                   00085400
      *----------------------------------------------------------------*00085500
                                                                        00085600
            MOVE 'N'                   TO WRK-EMI-ACHOU.                00085700
                                                                        00085800
            IF WRK-TAB-EMI-QTDE EQUAL ZEROS                             00085900
               GO                  TO 2310-99-FIM                       00086000
            END-IF.                                                     00086100
                                                                        00086200
            SET WRK-IDX-EMI            TO 1.                            00086300
            SEARCH WRK-TAB-EMI                                          00086400
              AT END                                                    00086500
                 CONTINUE                                               00086600
              WHEN WRK-IDX-EMI GREATER WRK-TAB-EMI-QTDE                 00086700
                 CONTINUE                                               00086800
              WHEN WRK-TAB-EMI-PECA (WRK-IDX-EMI) EQUAL WRK-PECA-TITULO 00086900
                 MOVE 'S'              TO WRK-EMI-ACHOU                 00087000
            END-SEARCH.                                                 00087100
                                                                        00087200
      *----------------------------------------------------------------*00087300
       2310-99-FIM.                          EXIT.                      00087400
      *----------------------------------------------------------------*00087500
                                                                        00087600
      *----------------------------------------------------------------*00087700
       2320-CONFERIR-EMITIDO                 SECTION.                   00087800
      *----------------------------------------------------------------*00087900
                                                                        00088000
      *     TITULO DE EXECUCAO ANTERIOR: NAO GRAVA DE NOVO, SO CONCILIA*00088100
            ADD 1                      TO ACUM-JA-EMITIDOS.             00088200
            MOVE WRK-TAB-EMI-VALOR (WRK-IDX-EMI) TO WRK-RD-TITULO.      00088300
            MOVE WRK-TAB-EMI-VENC (WRK-IDX-EMI)  TO WRK-DATA-VENC.      00088400
            MOVE 'JA EMITIDO'          TO WRK-RD-SITUACAO.              00088500
                                                                        00088600
            IF WRK-TRIBUTO-INSS                                         00088700
               ADD WRK-TAB-EMI-VALOR (WRK-IDX-EMI) TO ACUM-TIT-INSS     00088800
            ELSE                                                        00088900
               ADD WRK-TAB-EMI-VALOR (WRK-IDX-EMI) TO ACUM-TIT-IRRF     00089000
            END-IF.                                                     00089100
                                                                        00089200
            IF WRK-TAB-EMI-VALOR (WRK-IDX-EMI) NOT EQUAL WRK-VLR-RETIDO 00089300
               MOVE 'DIVERGENTE'       TO WRK-RD-SITUACAO               00089400
               MOVE 'A'                TO WRK-SEVERIDADE                00089500
               MOVE 'FR05EX77'         TO WRK-PROGRAMA                  00089600
               MOVE '2320  '           TO WRK-SECAO                     00089700
               MOVE 'TITULO EMITIDO DIFERE DO RETIDO NO FOLHIST'        00089800
                                       TO WRK-MENSAGEM                  00089900
               MOVE WRK-PECA-TITULO    TO WRK-STATUS                    00090000
               CALL 'GRAVALOG'         USING WRK-LOG                    00090100
            END-IF.                                                     00090200
                                                                        00090300
      *----------------------------------------------------------------*00090400
       2320-99-FIM.                          EXIT.                      00090500
      *----------------------------------------------------------------*00090600
                                                                        00090700
      *----------------------------------------------------------------*00090800
       2330-GRAVAR-TITULO                    SECTION.                   00090900
      *----------------------------------------------------------------*00091000
                                                                        00091100
            PERFORM 2340-CALCULAR-VENCIMENTO.                           00091200
                                                                        00091300
            MOVE SPACES                TO FD-CTAPAG.                    00091400
            IF WRK-TRIBUTO-INSS                                         00091500
               MOVE WRK-FORN-INSS      TO FD-PAG-COD-FORN               00091600
            ELSE                                                        00091700
               MOVE WRK-FORN-IRRF      TO FD-PAG-COD-FORN               00091800
            END-IF.                                                     00091900
            MOVE WRK-PECA-TITULO       TO FD-PAG-COD-PECA.              00092000
            MOVE WRK-QTD-RETIDO        TO FD-PAG-QUANT.                 00092100
            MOVE WRK-VLR-RETIDO        TO FD-PAG-VALOR.                 00092200
            MOVE WRK-COMPETENCIA       TO FD-PAG-DATA-RECEB (1:6).      00092300
            MOVE '01'                  TO FD-PAG-DATA-RECEB (7:2).      00092400
            MOVE WRK-DATA-VENC         TO FD-PAG-DATA-VENC.             00092500
            MOVE 'A'                   TO FD-PAG-SITUACAO.              00092600
            MOVE ' '                   TO FD-PAG-TIPO.                  00092700
            MOVE ZEROS                 TO FD-PAG-VALOR-ABATIDO.         00092800
            WRITE FD-CTAPAG.                                            00092900
            PERFORM 1100-TESTAR-STATUS.                                 00093000
                                                                        00093100
            ADD 1                      TO ACUM-TITULOS.                 00093200
            MOVE FD-PAG-VALOR          TO WRK-RD-TITULO.                00093300
            MOVE 'GERADO'              TO WRK-RD-SITUACAO.              00093400
                                                                        00093500
            IF WRK-TRIBUTO-INSS                                         00093600
               ADD FD-PAG-VALOR        TO ACUM-TIT-INSS                 00093700
            ELSE                                                        00093800
               ADD FD-PAG-VALOR        TO ACUM-TIT-IRRF                 00093900
            END-IF.                                                     00094000
                                                                        00094100
      *----------------------------------------------------------------*00094200
       2330-99-FIM.                          EXIT.                      00094300
      *----------------------------------------------------------------*00094400
                                                                        00094500
      *----------------------------------------------------------------*00094600
       2340-CALCULAR-VENCIMENTO              SECTION.                   00094700
      *----------------------------------------------------------------*00094800
                                                                        00094900
      *     DIA 20 DO MES SEGUINTE A COMPETENCIA; O INSS DO 13o PAGO   *00095000
      *     EM DEZEMBRO VENCE NO PROPRIO DIA 20 DE DEZEMBRO            *00095100
            MOVE WRK-COMP-ANO          TO WRK-VENC-ANO.                 00095200
            MOVE WRK-COMP-MES          TO WRK-VENC-MES.                 00095300
            MOVE 21                    TO WRK-VENC-DIA.                 00095400
                                                                        00095500
            IF WRK-TRIBUTO-INSS                                         00095600
             AND WRK-TAB-ORI-ORIGEM (WRK-IDX-ORI) EQUAL 'FR05DB40'      00095700
             AND WRK-COMP-MES EQUAL 12                                  00095800
               CONTINUE                                                 00095900
            ELSE                                                        00096000
               IF WRK-COMP-MES EQUAL 12                                 00096100
                  ADD 1                TO WRK-VENC-ANO                  00096200
                  MOVE 01              TO WRK-VENC-MES                  00096300
               ELSE                                                     00096400
                  ADD 1                TO WRK-VENC-MES                  00096500
               END-IF                                                   00096600
            END-IF.                                                     00096700
                                                                        00096800
      *     RECUA UM DIA UTIL A PARTIR DO DIA 21: DIA 20 SE FOR UTIL,  *00096900
      *     SENAO O ULTIMO DIA UTIL ANTES DELE                         *00097000
            MOVE 'A'                   TO WRK-DTP-FUNCAO.               00097100
            MOVE WRK-DATA-VENC-BASE    TO WRK-DTP-DATA-BASE.            00097200
            MOVE ZEROS                 TO WRK-DTP-QTD-DIAS.             00097300
            CALL 'LERDATAP'            USING WRK-DATPRC.                00097400
            MOVE SPACES                TO WRK-DTP-FUNCAO.               00097500
            MOVE WRK-DTP-DATA-UTIL     TO WRK-DATA-VENC.                00097600
                                                                        00097700
      *----------------------------------------------------------------*00097800
       2340-99-FIM.                          EXIT.                      00097900
      *----------------------------------------------------------------*00098000
                                                                        00098100
      ******************************************************************00098200
      *                 F I N A L I Z A C A O                          *00098300
      ******************************************************************00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       3000-FINALIZAR                        SECTION.                   00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
            IF WRK-TAB-ORI-QTDE GREATER ZEROS                           00099000
               PERFORM 2200-GERAR-TITULOS                               00099100
                       VARYING WRK-IND-ORI FROM 1 BY 1                  00099200
                       UNTIL WRK-IND-ORI GREATER WRK-TAB-ORI-QTDE       00099300
            END-IF.                                                     00099400
                                                                        00099500
            PERFORM 3100-CONCILIAR.                                     00099600
                                                                        00099700
            CLOSE CTAPAG                                                00099800
                  RELRET.                                               00099900
                                                                        00100000
            DISPLAY '--------------------------------------'.           00100100
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00100200
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-HIST-LIDOS.              00100300
            DISPLAY 'FOLHIST COMPET...: ' ACUM-HIST-COMPET.             00100400
            DISPLAY 'CTAPAG LIDOS.....: ' ACUM-LIDOS-CTAPAG.            00100500
            DISPLAY 'TITULOS GERADOS..: ' ACUM-TITULOS.                 00100600
            DISPLAY 'JA EMITIDOS......: ' ACUM-JA-EMITIDOS.             00100700
            DISPLAY 'INSS RETIDO......: ' ACUM-RET-INSS.                00100800
            DISPLAY 'INSS EM TITULOS..: ' ACUM-TIT-INSS.                00100900
            DISPLAY 'IRRF RETIDO......: ' ACUM-RET-IRRF.                00101000
            DISPLAY 'IRRF EM TITULOS..: ' ACUM-TIT-IRRF.                00101100
            DISPLAY '--------------------------------------'.           00101200
                                                                        00101300
      *     SEM RETENCAO NA COMPETENCIA A FOLHA AINDA NAO RODOU: A     *00101400
      *     EXECUCAO NAO E DADA COMO COMPLETA                          *00101500
            IF WRK-TAB-ORI-QTDE EQUAL ZEROS                             00101600
               MOVE 'A'                TO WRK-SEVERIDADE                00101700
               MOVE 'FR05EX77'         TO WRK-PROGRAMA                  00101800
               MOVE '3000  '           TO WRK-SECAO                     00101900
               MOVE 'COMPETENCIA SEM RETENCOES NO FOLHIST'              00102000
                                       TO WRK-MENSAGEM                  00102100
               MOVE WRK-COMPETENCIA    TO WRK-STATUS                    00102200
               CALL 'GRAVALOG'         USING WRK-LOG                    00102300
               MOVE 04                 TO RETURN-CODE                   00102400
               GO                  TO 3000-99-FIM                       00102500
            END-IF.                                                     00102600
                                                                        00102700
            MOVE 'A'                   TO WRK-SEVERIDADE.               00102800
            MOVE 'FR05EX77'            TO WRK-PROGRAMA.                 00102900
            MOVE '3000  '              TO WRK-SECAO.                    00103000
            MOVE 'TITULOS DE RETENCAO GERADOS NO CTAPAG'                00103100
                                       TO WRK-MENSAGEM.                 00103200
            MOVE WRK-COMPETENCIA       TO WRK-STATUS.                   00103300
            CALL 'GRAVALOG'            USING WRK-LOG.                   00103400
                                                                        00103500
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00103600
            MOVE ACUM-HIST-COMPET      TO WRK-RUN-LIDOS.                00103700
            MOVE ACUM-TITULOS          TO WRK-RUN-GRAVADOS.             00103800
            IF WRK-DIVERGENCIA-SIM                                      00103900
               MOVE 04                 TO WRK-RUN-RC                    00104000
            ELSE                                                        00104200
               MOVE ZEROS              TO WRK-RUN-RC                    00104300
            END-IF.                                                     00104400
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00104500
                                                                        00000000
            MOVE WRK-RUN-RC            TO RETURN-CODE.                  00000000
                                                                        00104600
      *----------------------------------------------------------------*00104700
       3000-99-FIM.                           EXIT.                     00104800
      *----------------------------------------------------------------*00104900
                                                                        00105000
      ******************************************************************00105100
      *                 C O N C I L I A R                              *00105200
      ******************************************************************00105300
                                                                        00105400
      *----------------------------------------------------------------*00105500
       3100-CONCILIAR                        SECTION.                   00105600
      *----------------------------------------------------------------*00105700
                                                                        00105800
            COMPUTE ACUM-RET-GERAL = ACUM-RET-INSS + ACUM-RET-IRRF.     00105900
            COMPUTE ACUM-TIT-GERAL = ACUM-TIT-INSS + ACUM-TIT-IRRF.     00106000
                                                                        00106100
            WRITE FD-RELRET            FROM WRK-RR-TRACO.               00106200
                                                                        00106300
            MOVE 'TOTAL INSS'          TO WRK-RT-ROTULO.                00106400
            MOVE ACUM-RET-INSS         TO WRK-RT-RETIDO.                00106500
            MOVE ACUM-TIT-INSS         TO WRK-RT-TITULO.                00106600
            MOVE SPACES                TO WRK-RT-SITUACAO.              00106700
            WRITE FD-RELRET            FROM WRK-RR-TOTAL.               00106800
                                                                        00106900
            MOVE 'TOTAL IRRF'          TO WRK-RT-ROTULO.                00107000
            MOVE ACUM-RET-IRRF         TO WRK-RT-RETIDO.                00107100
            MOVE ACUM-TIT-IRRF         TO WRK-RT-TITULO.                00107200
            WRITE FD-RELRET            FROM WRK-RR-TOTAL.               00107300
                                                                        00107400
            IF ACUM-RET-INSS NOT EQUAL ACUM-TIT-INSS                    00107500
             OR ACUM-RET-IRRF NOT EQUAL ACUM-TIT-IRRF                   00107600
               MOVE 'S'                TO WRK-DIVERGENCIA               00107700
               MOVE 'DIVERGENCIA - CONFERIR'                            00107800
                                       TO WRK-RT-SITUACAO               00107900
            ELSE                                                        00108000
               MOVE 'RETIDO = TITULOS - CONFERE'                        00108100
                                       TO WRK-RT-SITUACAO               00108200
            END-IF.                                                     00108300
                                                                        00108400
            MOVE 'TOTAL GERAL'         TO WRK-RT-ROTULO.                00108500
            MOVE ACUM-RET-GERAL        TO WRK-RT-RETIDO.                00108600
            MOVE ACUM-TIT-GERAL        TO WRK-RT-TITULO.                00108700
            WRITE FD-RELRET            FROM WRK-RR-SEPARA.              00108800
            WRITE FD-RELRET            FROM WRK-RR-TOTAL.               00108900
            WRITE FD-RELRET            FROM WRK-RR-SEPARA.              00109000
            PERFORM 1100-TESTAR-STATUS.                                 00109100
                                                                        00109200
            IF NOT WRK-BCO-INSS-SIM                                     00109300
               MOVE WRK-FORN-INSS      TO WRK-RA-FORN                   00109400
               WRITE FD-RELRET         FROM WRK-RR-AVISO                00109500
               MOVE 'A'                TO WRK-SEVERIDADE                00109600
               MOVE 'FR05EX77'         TO WRK-PROGRAMA                  00109700
               MOVE '3100  '           TO WRK-SECAO                     00109800
               MOVE 'ORGAO DO INSS SEM DADOS BANCARIOS'                 00109900
                                       TO WRK-MENSAGEM                  00110000
               MOVE WRK-FORN-INSS      TO WRK-STATUS                    00110100
               CALL 'GRAVALOG'         USING WRK-LOG                    00110200
            END-IF.                                                     00110300
                                                                        00110400
            IF NOT WRK-BCO-IRRF-SIM                                     00110500
             AND WRK-FORN-IRRF NOT EQUAL WRK-FORN-INSS                  00110600
               MOVE WRK-FORN-IRRF      TO WRK-RA-FORN                   00110700
               WRITE FD-RELRET         FROM WRK-RR-AVISO                00110800
               MOVE 'A'                TO WRK-SEVERIDADE                00110900
               MOVE 'FR05EX77'         TO WRK-PROGRAMA                  00111000
               MOVE '3100  '           TO WRK-SECAO                     00111100
               MOVE 'ORGAO DO IRRF SEM DADOS BANCARIOS'                 00111200
                                       TO WRK-MENSAGEM                  00111300
               MOVE WRK-FORN-IRRF      TO WRK-STATUS                    00111400
               CALL 'GRAVALOG'         USING WRK-LOG                    00111500
            END-IF.                                                     00111600
                                                                        00111700
            PERFORM 1100-TESTAR-STATUS.                                 00111800
                                                                        00111900
      *----------------------------------------------------------------*00112000
       3100-99-FIM.                          EXIT.                      00112100
      *----------------------------------------------------------------*00112200
                                                                        00112300
      ******************************************************************00112400
      *                 T R A T A R   E R R O S                        *00112500
      ******************************************************************00112600
                                                                        00112700
      *----------------------------------------------------------------*00112800
       9990-ERRO-ARQUIVO                     SECTION.                   00112900
      *----------------------------------------------------------------*00113000
                                                                        00113100
           MOVE 'FR05EX77'      TO WRK-PROGRAMA.                        00113200
           MOVE '1100  '        TO WRK-SECAO.                           00113300
           PERFORM 9999-TRATAR-ERROS.                                   00113400
                                                                        00113500
      *----------------------------------------------------------------*00113600
       9990-99-FIM.                           EXIT.                     00113700
      *----------------------------------------------------------------*00113800
                                                                        00113900
      *----------------------------------------------------------------*00114000
       9999-TRATAR-ERROS                     SECTION.                   00114100
      *----------------------------------------------------------------*00114200
                                                                        00114300
           MOVE 'F'             TO WRK-SEVERIDADE.                      00114400
           CALL 'GRAVALOG'      USING WRK-LOG.                          00114500
           MOVE 16              TO RETURN-CODE.                         00114600
           GOBACK.                                                      00114700
                                                                        00114800
      *----------------------------------------------------------------*00114900
       9999-99-FIM.                           EXIT.                     00115000
      *----------------------------------------------------------------*00115100
