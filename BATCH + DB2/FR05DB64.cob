      *================================================================*00001000
       IDENTIFICATION                            DIVISION.              00001100
      *================================================================*00001200
                                                                        00001300
       PROGRAM-ID.  FR05DB64.                                           00001400
       AUTHOR.      DOUGLAS COSTA                                       00001500
                                                                        00001600
      *================================================================*00001700
      *                         F O U R S Y S                          *00001800
      *================================================================*00001900
      *    PROGRAMA...: FR05DB64                                       *00002000
      *    TIPO.......: FGTS E ENCARGOS PATRONAIS SOBRE A FOLHA        *00002100
      *----------------------------------------------------------------*00002200
      *    PROGAMADOR.: DOUGLAS COSTA                                  *00002300
      *    EMPRESA....: FOURSYS                                        *00002400
      *    ANALISTA...: IVAN SANCHES                                   *00002500
      *    DATA.......: 15/10/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : CALCULAR O QUE A EMPRESA DEVE SOBRE A FOLHA DA   *00002800
      *               COMPETENCIA, APOS A FOLHA MENSAL (FR05DB12), O   *00002900
      *               13o (FR05DB40) E AS FERIAS (FR05DB42):           *00003000
      *               1) SOMA POR EMPREGADO A REMUNERACAO DO FOLHIST   *00003100
      *                  DA COMPETENCIA (FOLHA: BRUTO + OUTROS         *00003200
      *                  CREDITOS; 13o: A PARCELA PAGA, DESCONTADO O   *00003300
      *                  ADIANTAMENTO NA QUITACAO; FERIAS: BRUTO);     *00003400
      *               2) APLICA AS ALIQUOTAS PATRONAIS DO TABDESC      *00003500
      *                  (TIPO 'F' FGTS, 'P' INSS PATRONAL, 'A' RAT,   *00003600
      *                  'T' TERCEIROS - SO O CAMPO ALIQUOTA);         *00003700
      *               3) GRAVA A REMESSA DO FGTS POR EMPREGADO         *00003800
      *                  (FGTSREM, BOOK B#FGTSRM) COM HEADER/TRAILER;  *00003900
      *               4) EMITE O RELATORIO DE ENCARGOS POR SETOR       *00004000
      *                  (RELENC) COM O CUSTO TOTAL DA MAO DE OBRA.    *00004100
      *               OS EMPREGADOS VEM DA FOUR001.FUNC2 POR CURSOR,   *00004200
      *               ATIVOS OU NAO, NA ORDEM SETOR/ID. A RESCISAO     *00004300
      *               (FR05DB62) NAO ENTRA: O FGTS RESCISORIO E        *00004400
      *               RECOLHIDO EM GUIA PROPRIA.                       *00004500
      *----------------------------------------------------------------*00004600
      *    BASE DE DADOS:                                              *00004700
      *     TABELAS DB2                           INCLUDE/BOOK         *00004800
      *    FOUR001.FUNC2                           #BKFUNC2            *00004900
      *    FOUR001.SETOR                           -                   *00005000
      *----------------------------------------------------------------*00005100
      *    ARQUIVOS :                                                  *00005200
      *    DDNAME          I/O                                         *00005300
      *    JCLTABDE         I    FAIXAS E ALIQUOTAS (TABDESC)          *00005400
      *    FOLHIST          I    HISTORICO DA FOLHA                    *00005500
      *    JCLFGTRM         O    REMESSA DO FGTS (FGTSREM)             *00005600
      *    JCLRELEN         O    ENCARGOS POR SETOR (RELENC)           *00005700
      *----------------------------------------------------------------*00005800
      *    MODULO   :                                                  *00005900
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00006000
      *               GRAVARUN - CONTROLE DE REPROCESSAMENTO           *00006100
      *----------------------------------------------------------------*00006200
      *    COPYBOOK :                                                  *00006300
      *               B#FOLHIS - HISTORICO DA FOLHA                    *00006400
      *               B#FGTSRM - REMESSA DO FGTS                       *00006500
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00006600
      *               B#RUNCTL - AREA DO CONTROLE DE REPROCESSAMENTO   *00006700
      *----------------------------------------------------------------*00006800
      *    PARAMETROS (VIA SYSIN):                                     *00006900
      *      COMPETENCIA (AAAAMM)                                      *00007000
      *      RERUN (S/N) - LIBERA O REPROCESSAMENTO DA COMPETENCIA     *00007100
      *----------------------------------------------------------------*00007200
      *    HISTORICO DE ALTERACOES:                                    *00007300
      *      DATA        RESP.    DESCRICAO                            *00007400
      *      15/10/2026  DPC      VERSAO ORIGINAL                      *00007500
      ******************************************************************00007600
      *================================================================*00007700
                                                                        00007800
      *================================================================*00007900
       ENVIRONMENT DIVISION.                                            00008000
      *================================================================*00008100
                                                                        00008200
      *----------------------------------------------------------------*00008300
       CONFIGURATION                              SECTION.              00008400
      *----------------------------------------------------------------*00008500
                                                                        00008600
       SPECIAL-NAMES.                                                   00008700
           DECIMAL-POINT IS COMMA.                                      00008800
                                                                        00008900
      *----------------------------------------------------------------*00009000
       INPUT-OUTPUT                               SECTION.              00009100
      *----------------------------------------------------------------*00009200
                                                                        00009300
       FILE-CONTROL.                                                    00009400
             SELECT TABDESC   ASSIGN     TO JCLTABDE                    00009500
                    FILE STATUS     IS WRK-FS-TABDESC.                  00009600
                                                                        00009700
             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00009800
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00009900
                                                                        00010000
             SELECT FGTSREM   ASSIGN     TO JCLFGTRM                    00010100
                    FILE STATUS     IS WRK-FS-FGTSREM.                  00010200
                                                                        00010300
             SELECT RELENC    ASSIGN     TO JCLRELEN                    00010400
                    FILE STATUS     IS WRK-FS-RELENC.                   00010500
                                                                        00010600
      *================================================================*00010700
       DATA                DIVISION.                                    00010800
      *================================================================*00010900
      *----------------------------------------------------------------*00011000
       FILE                                       SECTION.              00011100
      *----------------------------------------------------------------*00011200
                                                                        00011300
      *----------------------------------------------------------------*00011400
      *    INPUT - FAIXAS E ALIQUOTAS (TABDESC) - LRECL = 030          *00011500
      *----------------------------------------------------------------*00011600
                                                                        00011700
       FD TABDESC                                                       00011800
           RECORDING MODE IS F                                          00011900
           BLOCK CONTAINS 0 RECORDS.                                    00012000
       01 FD-TABDESC.                                                   00012100
          05 FD-DESC-TIPO             PIC X(01).                        00012200
          05 FD-DESC-LIMITE           PIC 9(08)V99.                     00012300
          05 FD-DESC-ALIQUOTA         PIC 9(02)V99.                     00012400
          05 FD-DESC-PARCELA          PIC 9(08)V99.                     00012500
          05 FILLER                   PIC X(05).                        00012600
                                                                        00012700
      *----------------------------------------------------------------*00012800
      *    INPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110          *00012900
      *----------------------------------------------------------------*00013000
                                                                        00013100
       FD FOLHIST                                                       00013200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
                                                                        00013500
           COPY 'B#FOLHIS'.                                             00013600
                                                                        00013700
      *----------------------------------------------------------------*00013800
      *    OUTPUT - REMESSA DO FGTS (FGTSREM) - LRECL = 080            *00013900
      *----------------------------------------------------------------*00014000
                                                                        00014100
       FD FGTSREM                                                       00014200
           RECORDING MODE IS F                                          00014300
           BLOCK CONTAINS 0 RECORDS.                                    00014400
                                                                        00014500
           COPY 'B#FGTSRM'.                                             00014600
                                                                        00014700
      *----------------------------------------------------------------*00014800
      *    OUTPUT - ENCARGOS POR SETOR (RELENC) - LRECL = 080          *00014900
      *----------------------------------------------------------------*00015000
                                                                        00015100
       FD RELENC                                                        00015200
           RECORDING MODE IS F                                          00015300
           BLOCK CONTAINS 0 RECORDS.                                    00015400
       01 FD-RELENC         PIC X(080).                                 00015500
                                                                        00015600
      *----------------------------------------------------------------*00015700
       WORKING-STORAGE                            SECTION.              00015800
      *----------------------------------------------------------------*00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
       01  FILLER                      PIC  X(050)         VALUE        00016200
                 '*** INICIO DA WORKING FR05DB64 ***'.                  00016300
      *----------------------------------------------------------------*00016400
                                                                        00016500
       77 WRK-SQLCODE            PIC -999.                              00016600
       77 WRK-FS-TABDESC         PIC X(002) VALUE SPACES.               00016700
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00016800
       77 WRK-FS-FGTSREM         PIC X(002) VALUE SPACES.               00016900
       77 WRK-FS-RELENC          PIC X(002) VALUE SPACES.               00017000
       77 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00017100
       77 WRK-DATA-HOJE          PIC X(008) VALUE SPACES.               00017200
                                                                        00017300
      *----------------------------------------------------------------*00017400
       01  FILLER                       PIC X(050)           VALUE      00017500
                    '*** AREA DO CALCULO DOS ENCARGOS ***'.             00017600
      *----------------------------------------------------------------*00017700
                                                                        00017800
      *    ALIQUOTAS PATRONAIS (TABDESC TIPOS 'F', 'P', 'A' E 'T')     *00017900
       77 WRK-ALIQ-FGTS          PIC 9(02)V99 VALUE ZEROS.              00018000
       77 WRK-ALIQ-PATRONAL      PIC 9(02)V99 VALUE ZEROS.              00018100
       77 WRK-ALIQ-RAT           PIC 9(02)V99 VALUE ZEROS.              00018200
       77 WRK-ALIQ-TERCEIROS     PIC 9(02)V99 VALUE ZEROS.              00018300
       77 WRK-TEM-FGTS           PIC X(01) VALUE 'N'.                   00018400
           88 WRK-TEM-FGTS-SIM       VALUE 'S'.                         00018500
       77 WRK-TEM-PATRONAL       PIC X(01) VALUE 'N'.                   00018600
           88 WRK-TEM-PATRONAL-SIM   VALUE 'S'.                         00018700
                                                                        00018800
       77 WRK-BASE               PIC 9(08)V99 VALUE ZEROS.              00018900
       77 WRK-BASE-REG           PIC S9(08)V99 VALUE ZEROS.             00019000
       77 WRK-VLR-FGTS           PIC 9(08)V99 VALUE ZEROS.              00019100
       77 WRK-VLR-PATRONAL       PIC 9(08)V99 VALUE ZEROS.              00019200
       77 WRK-VLR-RAT            PIC 9(08)V99 VALUE ZEROS.              00019300
       77 WRK-VLR-TERCEIROS      PIC 9(08)V99 VALUE ZEROS.              00019400
       77 WRK-VLR-OUTRAS         PIC 9(08)V99 VALUE ZEROS.              00019500
       77 WRK-VLR-ENCARGOS       PIC 9(08)V99 VALUE ZEROS.              00019600
       77 WRK-VLR-CUSTO          PIC 9(08)V99 VALUE ZEROS.              00019700
       77 WRK-IND-BAS            PIC 9(03) VALUE ZEROS.                 00019800
       77 WRK-BAS-ACHOU          PIC X(01) VALUE 'N'.                   00019900
           88 WRK-BAS-ACHOU-SIM      VALUE 'S'.                         00020000
                                                                        00020100
       77 WRK-TEM-SETOR          PIC X(01) VALUE 'N'.                   00020200
           88 WRK-TEM-SETOR-SIM      VALUE 'S'.                         00020300
       77 WRK-SETOR-ANTERIOR     PIC X(04) VALUE SPACES.                00020400
       77 WRK-SETOR-DESC         PIC X(30) VALUE SPACES.                00020500
       77 WRK-DESC-NULL          PIC S9(4) COMP VALUE ZEROS.            00020600
                                                                        00020700
      *----------------------------------------------------------------*00020800
      *    REMUNERACAO DA COMPETENCIA POR EMPREGADO (DO FOLHIST)       *00020900
      *----------------------------------------------------------------*00021000
                                                                        00021100
       01 WRK-TAB-BASES.                                                00021200
          05 WRK-TAB-BAS             OCCURS 500 TIMES                   00021300
                                      INDEXED BY WRK-IDX-BAS.           00021400
             10 WRK-TAB-BAS-ID           PIC 9(04).                     00021500
             10 WRK-TAB-BAS-NOME         PIC X(20).                     00021600
             10 WRK-TAB-BAS-VALOR        PIC 9(08)V99.                  00021700
             10 WRK-TAB-BAS-USADO        PIC X(01).                     00021800
       77 WRK-TAB-BAS-QTDE       PIC 9(03) VALUE ZEROS.                 00021900
                                                                        00022000
      *----------------------------------------------------------------*00022100
       01  FILLER                       PIC X(050)           VALUE      00022200
                        '*** AREA DE ACUMULADORES ***'.                 00022300
      *----------------------------------------------------------------*00022400
                                                                        00022500
       77 ACUM-HIST-LIDOS        PIC 9(07) VALUE ZEROS.                 00022600
       77 ACUM-HIST-COMPET       PIC 9(05) VALUE ZEROS.                 00022700
       77 ACUM-HIST-IGNORADOS    PIC 9(05) VALUE ZEROS.                 00022800
       77 ACUM-LIDOS             PIC 9(05) VALUE ZEROS.                 00022900
       77 ACUM-EMPREGADOS        PIC 9(05) VALUE ZEROS.                 00023000
       77 ACUM-DEPOSITOS         PIC 9(05) VALUE ZEROS.                 00023100
       77 ACUM-SEM-CADASTRO      PIC 9(04) VALUE ZEROS.                 00023200
       77 ACUM-QTDE-SETOR        PIC 9(04) VALUE ZEROS.                 00023300
       77 ACUM-BASE-SETOR        PIC 9(11)V99 VALUE ZEROS.              00023400
       77 ACUM-FGTS-SETOR        PIC 9(11)V99 VALUE ZEROS.              00023500
       77 ACUM-PATRONAL-SETOR    PIC 9(11)V99 VALUE ZEROS.              00023600
       77 ACUM-OUTRAS-SETOR      PIC 9(11)V99 VALUE ZEROS.              00023700
       77 ACUM-CUSTO-SETOR       PIC 9(11)V99 VALUE ZEROS.              00023800
       77 ACUM-BASE-GERAL        PIC 9(11)V99 VALUE ZEROS.              00023900
       77 ACUM-FGTS-GERAL        PIC 9(11)V99 VALUE ZEROS.              00024000
       77 ACUM-PATRONAL-GERAL    PIC 9(11)V99 VALUE ZEROS.              00024100
       77 ACUM-OUTRAS-GERAL      PIC 9(11)V99 VALUE ZEROS.              00024200
       77 ACUM-CUSTO-GERAL       PIC 9(11)V99 VALUE ZEROS.              00024300
                                                                        00024400
      *----------------------------------------------------------------*00024500
      *    LINHAS DO RELATORIO DE ENCARGOS                             *00024600
      *----------------------------------------------------------------*00024700
                                                                        00024800
       01 WRK-RE-SEPARA          PIC X(080) VALUE ALL '='.              00024900
                                                                        00025000
       01 WRK-RE-TRACO           PIC X(080) VALUE ALL '-'.              00025100
                                                                        00025200
       01 WRK-RE-CABEC.                                                 00025300
          05 FILLER               PIC X(040) VALUE                      00025400
             'FOURSYS - ENCARGOS SOBRE A FOLHA'.                        00025500
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00025600
          05 WRK-RE-COMPETENCIA   PIC X(006).                           00025700
          05 FILLER               PIC X(022) VALUE SPACES.              00025800
                                                                        00025900
       01 WRK-RE-ALIQUOTAS.                                             00026000
          05 FILLER               PIC X(006) VALUE 'FGTS '.             00026100
          05 WRK-RE-ALIQ-FGTS     PIC Z9,99.                            00026200
          05 FILLER               PIC X(018) VALUE                      00026300
             '%  INSS PATRONAL '.                                       00026400
          05 WRK-RE-ALIQ-PATR     PIC Z9,99.                            00026500
          05 FILLER               PIC X(008) VALUE '%  RAT '.           00026600
          05 WRK-RE-ALIQ-RAT      PIC Z9,99.                            00026700
          05 FILLER               PIC X(014) VALUE                      00026800
             '%  TERCEIROS '.                                           00026900
          05 WRK-RE-ALIQ-TERC     PIC Z9,99.                            00027000
          05 FILLER               PIC X(001) VALUE '%'.                 00027100
          05 FILLER               PIC X(013) VALUE SPACES.              00027200
                                                                        00027300
       01 WRK-RE-TITULO.                                                00027400
          05 FILLER               PIC X(022) VALUE 'ID   NOME'.         00027500
          05 FILLER               PIC X(011) VALUE '       BASE'.       00027600
          05 FILLER               PIC X(011) VALUE '       FGTS'.       00027700
          05 FILLER               PIC X(011) VALUE '  INSS PATR'.       00027800
          05 FILLER               PIC X(011) VALUE '   RAT+TERC'.       00027900
          05 FILLER               PIC X(014) VALUE '    CUSTO TOT.'.    00028000
                                                                        00028100
       01 WRK-RE-DETALHE.                                               00028200
          05 WRK-RD-ID            PIC 9(004).                           00028300
          05 FILLER               PIC X(001) VALUE SPACES.              00028400
          05 WRK-RD-NOME          PIC X(016).                           00028500
          05 FILLER               PIC X(001) VALUE SPACES.              00028600
          05 WRK-RD-BASE          PIC ZZZ.ZZ9,99.                       00028700
          05 FILLER               PIC X(001) VALUE SPACES.              00028800
          05 WRK-RD-FGTS          PIC ZZZ.ZZ9,99.                       00028900
          05 FILLER               PIC X(001) VALUE SPACES.              00029000
          05 WRK-RD-PATRONAL      PIC ZZZ.ZZ9,99.                       00029100
          05 FILLER               PIC X(001) VALUE SPACES.              00029200
          05 WRK-RD-OUTRAS        PIC ZZZ.ZZ9,99.                       00029300
          05 FILLER               PIC X(001) VALUE SPACES.              00029400
          05 WRK-RD-CUSTO         PIC ZZ.ZZZ.ZZ9,99.                    00029500
          05 FILLER               PIC X(001) VALUE SPACES.              00029600
                                                                        00029700
       01 WRK-RE-TOTAL1.                                                00029800
          05 WRK-RT-ROTULO        PIC X(012).                           00029900
          05 WRK-RT-SETOR         PIC X(004).                           00030000
          05 FILLER               PIC X(001) VALUE SPACES.              00030100
          05 WRK-RT-DESC          PIC X(012).                           00030200
          05 WRK-RT-QTDE          PIC ZZ.ZZ9.                           00030300
          05 FILLER               PIC X(005) VALUE ' EMP '.             00030400
          05 FILLER               PIC X(005) VALUE 'BASE '.             00030500
          05 WRK-RT-BASE          PIC ZZZ.ZZZ.ZZ9,99.                   00030600
          05 FILLER               PIC X(007) VALUE ' CUSTO '.           00030700
          05 WRK-RT-CUSTO         PIC ZZZ.ZZZ.ZZ9,99.                   00030800
                                                                        00030900
       01 WRK-RE-TOTAL2.                                                00031000
          05 FILLER               PIC X(012) VALUE SPACES.              00031100
          05 FILLER               PIC X(005) VALUE 'FGTS '.             00031200
          05 WRK-RT-FGTS          PIC ZZ.ZZZ.ZZ9,99.                    00031300
          05 FILLER               PIC X(011) VALUE ' INSS PATR '.       00031400
          05 WRK-RT-PATRONAL      PIC ZZ.ZZZ.ZZ9,99.                    00031500
          05 FILLER               PIC X(010) VALUE ' RAT+TERC '.        00031600
          05 WRK-RT-OUTRAS        PIC ZZ.ZZZ.ZZ9,99.                    00031700
          05 FILLER               PIC X(003) VALUE SPACES.              00031800
                                                                        00031900
      *----------------------------------------------------------------*00032000
       01  FILLER                       PIC X(050)           VALUE      00032100
                        '*** AREA DE BOOK ***'.                         00032200
      *----------------------------------------------------------------*00032300
                                                                        00032400
           COPY 'B#GRALOG'.                                             00032500
                                                                        00032600
           COPY 'B#RUNCTL'.                                             00032700
                                                                        00032800
      *----------------------------------------------------------------*00032900
       01  FILLER                       PIC X(050)           VALUE      00033000
                        '*** AREA DB2 ***'.                             00033100
      *----------------------------------------------------------------*00033200
                                                                        00033300
           EXEC SQL                                                     00033400
             INCLUDE #BKFUNC2                                           00033500
           END-EXEC.                                                    00033600
           EXEC SQL                                                     00033700
               INCLUDE SQLCA                                            00033800
           END-EXEC.                                                    00033900
                                                                        00034000
           EXEC SQL                                                     00034100
             DECLARE CUR-ENCARGO CURSOR FOR                             00034200
             SELECT ID, NOME, SETOR                                     00034300
               FROM FOUR001.FUNC2                                       00034400
              ORDER BY SETOR, ID                                        00034500
           END-EXEC.                                                    00034600
                                                                        00034700
      *----------------------------------------------------------------*00034800
       01  FILLER                      PIC  X(050)         VALUE        00034900
              '*** FR05DB64 - FIM DA AREA DE WORKING ***'.              00035000
      *----------------------------------------------------------------*00035100
                                                                        00035200
      *================================================================*00035300
        PROCEDURE                       DIVISION.                       00035400
      *================================================================*00035500
                                                                        00035600
      ******************************************************************00035700
      *                    P R I N C I P A L                           *00035800
      ******************************************************************00035900
                                                                        00036000
      *----------------------------------------------------------------*00036100
       0000-PRINCIPAL                            SECTION.               00036200
      *----------------------------------------------------------------*00036300
                                                                        00036400
           PERFORM 1000-INICIAR                                         00036500
                                                                        00036600
           PERFORM 2000-PROCESSAR                                       00036700
                                                                        00036800
           PERFORM 3000-FINALIZAR                                       00036900
                                                                        00037000
           STOP RUN.                                                    00037100
                                                                        00037200
      *----------------------------------------------------------------*00037300
       0000-99-FIM.                           EXIT.                     00037400
      *----------------------------------------------------------------*00037500
                                                                        00037600
      ******************************************************************00037700
      *                      I N I C I A R                             *00037800
      ******************************************************************00037900
                                                                        00038000
      *----------------------------------------------------------------*00038100
       1000-INICIAR                           SECTION.                  00038200
      *----------------------------------------------------------------*00038300
                                                                        00038400
            ACCEPT WRK-COMPETENCIA FROM SYSIN.                          00038500
                                                                        00038600
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.                    00038700
                                                                        00038800
            ACCEPT WRK-RUN-RERUN FROM SYSIN.                            00038900
                                                                        00039000
      *     GUARDA DE REPROCESSAMENTO: A COMPETENCIA SO RODA UMA VEZ   *00039100
            MOVE 'I'                  TO WRK-RUN-FUNCAO.                00039200
            MOVE 'FR05DB64'           TO WRK-RUN-PROGRAMA.              00039300
            MOVE SPACES               TO WRK-RUN-DATA-MOVTO.            00039400
            MOVE WRK-COMPETENCIA      TO WRK-RUN-DATA-MOVTO (1:6).      00039500
            MOVE '01'                 TO WRK-RUN-DATA-MOVTO (7:2).      00039600
            MOVE ZEROS                TO WRK-RUN-RC                     00039700
                                         WRK-RUN-LIDOS                  00039800
                                         WRK-RUN-GRAVADOS.              00039900
            CALL 'GRAVARUN'           USING WRK-RUNCTL.                 00040000
                                                                        00040100
            IF WRK-RUN-DATA-JA-FEITA                                    00040200
               MOVE 'A'               TO WRK-SEVERIDADE                 00040300
               MOVE 'FR05DB64'        TO WRK-PROGRAMA                   00040400
               MOVE '1000  '          TO WRK-SECAO                      00040500
               MOVE 'COMPETENCIA JA PROCESSADA - INFORME RERUN'         00040600
                                      TO WRK-MENSAGEM                   00040700
               MOVE WRK-COMPETENCIA   TO WRK-STATUS                     00040800
               CALL 'GRAVALOG'        USING WRK-LOG                     00040900
               MOVE 08                TO RETURN-CODE                    00041000
               GOBACK                                                   00041100
            END-IF.                                                     00041200
                                                                        00041300
            OPEN INPUT  TABDESC                                         00041400
                 INPUT  FOLHIST                                         00041500
                 OUTPUT FGTSREM                                         00041600
                 OUTPUT RELENC.                                         00041700
                                                                        00041800
            PERFORM 1100-TESTAR-STATUS.                                 00041900
                                                                        00042000
            PERFORM 1200-CARREGAR-ALIQUOTAS.                            00042100
                                                                        00042200
            IF NOT WRK-TEM-FGTS-SIM                                     00042300
               OR NOT WRK-TEM-PATRONAL-SIM                              00042400
               MOVE 'FR05DB64'           TO WRK-PROGRAMA                00042500
               MOVE '1000  '             TO WRK-SECAO                   00042600
               MOVE 'ALIQUOTAS PATRONAIS AUSENTES' TO WRK-MENSAGEM      00042700
               MOVE SPACES               TO WRK-STATUS                  00042800
               PERFORM 9999-TRATAR-ERROS                                00042900
            END-IF.                                                     00043000
                                                                        00043100
            PERFORM 1300-CARREGAR-BASES.                                00043200
                                                                        00043300
            IF WRK-TAB-BAS-QTDE EQUAL ZEROS                             00043400
               MOVE 'A'                  TO WRK-SEVERIDADE              00043500
               MOVE 'FR05DB64'           TO WRK-PROGRAMA                00043600
               MOVE '1000  '             TO WRK-SECAO                   00043700
               MOVE 'COMPETENCIA SEM FOLHA NO FOLHIST' TO WRK-MENSAGEM  00043800
               MOVE WRK-COMPETENCIA      TO WRK-STATUS                  00043900
               CALL 'GRAVALOG'           USING WRK-LOG                  00044000
            END-IF.                                                     00044100
                                                                        00044200
            MOVE SPACES               TO FD-FGT-HEADER.                 00044300
            MOVE '0'                  TO FD-FGT-H-TIPO.                 00044400
            MOVE 'FOURSYS'            TO FD-FGT-H-EMPRESA.              00044500
            MOVE WRK-COMPETENCIA      TO FD-FGT-H-COMPETENCIA.          00044600
            MOVE WRK-DATA-HOJE        TO FD-FGT-H-DATA.                 00044700
            MOVE 'FR05DB64'           TO FD-FGT-H-ORIGEM.               00044800
            WRITE FD-FGT-HEADER.                                        00044900
            PERFORM 1100-TESTAR-STATUS.                                 00045000
                                                                        00045100
            MOVE WRK-COMPETENCIA      TO WRK-RE-COMPETENCIA.            00045200
            MOVE WRK-ALIQ-FGTS        TO WRK-RE-ALIQ-FGTS.              00045300
            MOVE WRK-ALIQ-PATRONAL    TO WRK-RE-ALIQ-PATR.              00045400
            MOVE WRK-ALIQ-RAT         TO WRK-RE-ALIQ-RAT.               00045500
            MOVE WRK-ALIQ-TERCEIROS   TO WRK-RE-ALIQ-TERC.              00045600
            WRITE FD-RELENC           FROM WRK-RE-SEPARA.               00045700
            WRITE FD-RELENC           FROM WRK-RE-CABEC.                00045800
            WRITE FD-RELENC           FROM WRK-RE-ALIQUOTAS.            00045900
            WRITE FD-RELENC           FROM WRK-RE-SEPARA.               00046000
            WRITE FD-RELENC           FROM WRK-RE-TITULO.               00046100
            WRITE FD-RELENC           FROM WRK-RE-TRACO.                00046200
            PERFORM 1100-TESTAR-STATUS.                                 00046300
                                                                        00046400
      *----------------------------------------------------------------*00046500
       1000-99-FIM.                              EXIT.                  00046600
      *----------------------------------------------------------------*00046700
                                                                        00046800
      ******************************************************************00046900
      *                   T E S T A R  S T A T U S                     *00047000
      ******************************************************************00047100
                                                                        00047200
      *----------------------------------------------------------------*00047300
       1100-TESTAR-STATUS                    SECTION.                   00047400
      *----------------------------------------------------------------*00047500
                                                                        00047600
           IF WRK-FS-TABDESC NOT EQUAL ZEROS AND                        00047700
              WRK-FS-TABDESC NOT EQUAL '10'                             00047800
              MOVE 'ERRO NO ARQUIVO TABDESC'  TO WRK-MENSAGEM           00047900
              MOVE WRK-FS-TABDESC       TO WRK-STATUS                   00048000
              PERFORM 9990-ERRO-ARQUIVO                                 00048100
           END-IF.                                                      00048200
                                                                        00048300
           IF WRK-FS-FOLHIST NOT EQUAL ZEROS AND                        00048400
              WRK-FS-FOLHIST NOT EQUAL '10'                             00048500
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00048600
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00048700
              PERFORM 9990-ERRO-ARQUIVO                                 00048800
           END-IF.                                                      00048900
                                                                        00049000
           IF WRK-FS-FGTSREM NOT EQUAL ZEROS                            00049100
              MOVE 'ERRO NO ARQUIVO FGTSREM'  TO WRK-MENSAGEM           00049200
              MOVE WRK-FS-FGTSREM       TO WRK-STATUS                   00049300
              PERFORM 9990-ERRO-ARQUIVO                                 00049400
           END-IF.                                                      00049500
                                                                        00049600
           IF WRK-FS-RELENC NOT EQUAL ZEROS                             00049700
              MOVE 'ERRO NO ARQUIVO RELENC'   TO WRK-MENSAGEM           00049800
              MOVE WRK-FS-RELENC        TO WRK-STATUS                   00049900
              PERFORM 9990-ERRO-ARQUIVO                                 00050000
           END-IF.                                                      00050100
                                                                        00050200
      *----------------------------------------------------------------*00050300
       1100-99-FIM.                           EXIT.                     00050400
      *----------------------------------------------------------------*00050500
                                                                        00050600
      ******************************************************************00050700
      *   C A R R E G A R   A L I Q U O T A S   ( T A B D E S C )      *00050800
      ******************************************************************00050900
                                                                        00051000
      *----------------------------------------------------------------*00051100
       1200-CARREGAR-ALIQUOTAS               SECTION.                   00051200
      *----------------------------------------------------------------*00051300
                                                                        00051400
            PERFORM 1210-LER-TABDESC.                                   00051500
                                                                        00051600
            PERFORM 1220-GUARDAR-ALIQUOTA                               00051700
                    UNTIL WRK-FS-TABDESC EQUAL '10'.                    00051800
                                                                        00051900
            CLOSE TABDESC.                                              00052000
                                                                        00052100
      *----------------------------------------------------------------*00052200
       1200-99-FIM.                          EXIT.                      00052300
      *----------------------------------------------------------------*00052400
                                                                        00052500
      *----------------------------------------------------------------*00052600
       1210-LER-TABDESC                      SECTION.                   00052700
      *----------------------------------------------------------------*00052800
            READ TABDESC                                                00052900
                                                                        00053000
               IF WRK-FS-TABDESC  EQUAL '10'                            00053100
                  GO              TO 1210-99-FIM                        00053200
               END-IF.                                                  00053300
                                                                        00053400
               PERFORM 1100-TESTAR-STATUS.                              00053500
      *----------------------------------------------------------------*00053600
       1210-99-FIM.                          EXIT.                      00053700
      *----------------------------------------------------------------*00053800
                                                                        00053900
      *----------------------------------------------------------------*00054000
       1220-GUARDAR-ALIQUOTA                 SECTION.                   00054100
      *----------------------------------------------------------------*00054200
                                                                        00054300
      *     AS FAIXAS DE INSS/IRRF DO EMPREGADO ('I'/'R') NAO SAO      *00054400
      *     USADAS AQUI                                                *00054500
            EVALUATE FD-DESC-TIPO                                       00054600
              WHEN 'F'                                                  00054700
               MOVE FD-DESC-ALIQUOTA  TO WRK-ALIQ-FGTS                  00054800
               MOVE 'S'               TO WRK-TEM-FGTS                   00054900
              WHEN 'P'                                                  00055000
               MOVE FD-DESC-ALIQUOTA  TO WRK-ALIQ-PATRONAL              00055100
               MOVE 'S'               TO WRK-TEM-PATRONAL               00055200
              WHEN 'A'                                                  00055300
               MOVE FD-DESC-ALIQUOTA  TO WRK-ALIQ-RAT                   00055400
              WHEN 'T'                                                  00055500
               MOVE FD-DESC-ALIQUOTA  TO WRK-ALIQ-TERCEIROS             00055600
              WHEN OTHER                                                00055700
               CONTINUE                                                 00055800
            END-EVALUATE.                                               00055900
                                                                        00056000
            PERFORM 1210-LER-TABDESC.                                   00056100
                                                                        00056200
      *----------------------------------------------------------------*00056300
       1220-99-FIM.                          EXIT.                      00056400
      *----------------------------------------------------------------*00056500
                                                                        00056600
      ******************************************************************00056700
      *   C A R R E G A R   R E M U N E R A C A O   ( F O L H I S T )  *00056800
      ******************************************************************00056900
                                                                        00057000
      *----------------------------------------------------------------*00057100
       1300-CARREGAR-BASES                   SECTION.                   00057200
      *----------------------------------------------------------------*00057300
                                                                        00057400
            PERFORM 1310-LER-FOLHIST.                                   00057500
                                                                        00057600
            PERFORM 1320-ACUMULAR-BASE                                  00057700
                    UNTIL WRK-FS-FOLHIST EQUAL '10'.                    00057800
                                                                        00057900
            CLOSE FOLHIST.                                              00058000
                                                                        00058100
      *----------------------------------------------------------------*00058200
       1300-99-FIM.                          EXIT.                      00058300
      *----------------------------------------------------------------*00058400
                                                                        00058500
      *----------------------------------------------------------------*00058600
       1310-LER-FOLHIST                      SECTION.                   00058700
      *----------------------------------------------------------------*00058800
            READ FOLHIST                                                00058900
                                                                        00059000
               IF WRK-FS-FOLHIST  EQUAL '10'                            00059100
                  GO              TO 1310-99-FIM                        00059200
               END-IF.                                                  00059300
                                                                        00059400
               PERFORM 1100-TESTAR-STATUS.                              00059500
                                                                        00059600
               ADD 1              TO ACUM-HIST-LIDOS.                   00059700
      *----------------------------------------------------------------*00059800
       1310-99-FIM.                          EXIT.                      00059900
      *----------------------------------------------------------------*00060000
                                                                        00060100
      *----------------------------------------------------------------*00060200
       1320-ACUMULAR-BASE                    SECTION.                   00060300
      *----------------------------------------------------------------*00060400
                                                                        00060500
            IF FD-FHI-COMPETENCIA NOT EQUAL WRK-COMPETENCIA             00060600
               PERFORM 1310-LER-FOLHIST                                 00060700
               GO                  TO 1320-99-FIM                       00060800
            END-IF.                                                     00060900
                                                                        00061000
      *     NA QUITACAO DO 13o O BRUTO E O VALOR INTEGRAL E O          *00061100
      *     ADIANTAMENTO (JA RECOLHIDO NA SUA COMPETENCIA) VEM EM      *00061200
      *     OUTROS DEBITOS                                             *00061300
            EVALUATE FD-FHI-ORIGEM                                      00061400
              WHEN 'FR05DB12'                                           00061500
              WHEN 'FR05DB42'                                           00061600
               COMPUTE WRK-BASE-REG =                                   00061700
                       FD-FHI-BRUTO + FD-FHI-OUTROS-CRED                00061800
              WHEN 'FR05DB40'                                           00061900
               COMPUTE WRK-BASE-REG =                                   00062000
                       FD-FHI-BRUTO - FD-FHI-OUTROS-DEB                 00062100
              WHEN OTHER                                                00062200
               ADD 1               TO ACUM-HIST-IGNORADOS               00062300
               PERFORM 1310-LER-FOLHIST                                 00062400
               GO                  TO 1320-99-FIM                       00062500
            END-EVALUATE.                                               00062600
                                                                        00062700
            IF WRK-BASE-REG LESS ZEROS                                  00062800
               MOVE ZEROS              TO WRK-BASE-REG                  00062900
            END-IF.                                                     00063000
                                                                        00063100
            ADD 1                      TO ACUM-HIST-COMPET.             00063200
                                                                        00063300
            PERFORM 1330-LOCALIZAR-BASE.                                00063400
                                                                        00063500
            IF NOT WRK-BAS-ACHOU-SIM                                    00063600
               IF WRK-TAB-BAS-QTDE GREATER OR EQUAL 500                 00063700
                  MOVE 'FR05DB64'        TO WRK-PROGRAMA                00063800
                  MOVE '1320  '          TO WRK-SECAO                   00063900
                  MOVE 'TABELA DE BASES CHEIA' TO WRK-MENSAGEM          00064000
                  MOVE SPACES            TO WRK-STATUS                  00064100
                  PERFORM 9999-TRATAR-ERROS                             00064200
               END-IF                                                   00064300
               ADD 1                   TO WRK-TAB-BAS-QTDE              00064400
               SET WRK-IDX-BAS         TO WRK-TAB-BAS-QTDE              00064500
               MOVE FD-FHI-ID          TO WRK-TAB-BAS-ID (WRK-IDX-BAS)  00064600
               MOVE FD-FHI-NOME        TO WRK-TAB-BAS-NOME              00064700
                                          (WRK-IDX-BAS)                 00064800
               MOVE ZEROS              TO WRK-TAB-BAS-VALOR             00064900
                                          (WRK-IDX-BAS)                 00065000
               MOVE 'N'                TO WRK-TAB-BAS-USADO             00065100
                                          (WRK-IDX-BAS)                 00065200
            END-IF.                                                     00065300
                                                                        00065400
            ADD WRK-BASE-REG           TO WRK-TAB-BAS-VALOR             00065500
                                          (WRK-IDX-BAS).                00065600
                                                                        00065700
            PERFORM 1310-LER-FOLHIST.                                   00065800
                                                                        00065900
      *----------------------------------------------------------------*00066000
       1320-99-FIM.                          EXIT.                      00066100
      *----------------------------------------------------------------*00066200
                                                                        00066300
      *----------------------------------------------------------------*00066400
       1330-LOCALIZAR-BASE                   SECTION.                   00066500
      *----------------------------------------------------------------*00066600
                                                                        00066700
            MOVE 'N'                   TO WRK-BAS-ACHOU.                00066800
                                                                        00066900
            IF WRK-TAB-BAS-QTDE EQUAL ZEROS                             00067000
               GO                  TO 1330-99-FIM                       00067100
            END-IF.                                                     00067200
                                                                        00067300
            SET WRK-IDX-BAS            TO 1.                            00067400
            SEARCH WRK-TAB-BAS                                          00067500
              AT END                                                    00067600
                 CONTINUE                                               00067700
              WHEN WRK-IDX-BAS GREATER WRK-TAB-BAS-QTDE                 00067800
                 CONTINUE                                               00067900
              WHEN WRK-TAB-BAS-ID (WRK-IDX-BAS) EQUAL FD-FHI-ID         00068000
                 MOVE 'S'              TO WRK-BAS-ACHOU                 00068100
            END-SEARCH.                                                 00068200
                                                                        00068300
      *----------------------------------------------------------------*00068400
       1330-99-FIM.                          EXIT.                      00068500
      *----------------------------------------------------------------*00068600
                                                                        00068700
      ******************************************************************00068800
      *                   P R O C E S S A R                            *00068900
      ******************************************************************00069000
                                                                        00069100
      *----------------------------------------------------------------*00069200
       2000-PROCESSAR                       SECTION.                    00069300
      *----------------------------------------------------------------*00069400
                                                                        00069500
            EXEC SQL                                                    00069600
              OPEN CUR-ENCARGO                                          00069700
            END-EXEC.                                                   00069800
                                                                        00069900
            IF SQLCODE NOT EQUAL ZEROS                                  00070000
               MOVE SQLCODE            TO WRK-SQLCODE                   00070100
               MOVE 'FR05DB64'         TO WRK-PROGRAMA                  00070200
               MOVE '2000  '           TO WRK-SECAO                     00070300
               MOVE 'ERRO NO OPEN DO CURSOR' TO WRK-MENSAGEM            00070400
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00070500
               PERFORM 9999-TRATAR-ERROS                                00070600
            END-IF.                                                     00070700
                                                                        00070800
            PERFORM 2100-TRATAR-EMPREGADO                               00070900
                    UNTIL SQLCODE EQUAL +100.                           00071000
                                                                        00071100
            EXEC SQL                                                    00071200
              CLOSE CUR-ENCARGO                                         00071300
            END-EXEC.                                                   00071400
                                                                        00071500
      *----------------------------------------------------------------*00071600
       2000-99-FIM.                       EXIT.                         00071700
      *----------------------------------------------------------------*00071800
                                                                        00071900
      *----------------------------------------------------------------*00072000
       2100-TRATAR-EMPREGADO                 SECTION.                   00072100
      *----------------------------------------------------------------*00072200
                                                                        00072300
            EXEC SQL                                                    00072400
              FETCH CUR-ENCARGO                                         00072500
               INTO :DB2-ID, :DB2-NOME, :DB2-SETOR                      00072600
            END-EXEC.                                                   00072700
                                                                        00072800
            IF SQLCODE EQUAL +100                                       00072900
               GO                  TO 2100-99-FIM                       00073000
            END-IF.                                                     00073100
                                                                        00073200
            IF SQLCODE NOT EQUAL ZEROS                                  00073300
               MOVE SQLCODE            TO WRK-SQLCODE                   00073400
               MOVE 'FR05DB64'         TO WRK-PROGRAMA                  00073500
               MOVE '2100  '           TO WRK-SECAO                     00073600
               MOVE 'ERRO NO FETCH DO CURSOR' TO WRK-MENSAGEM           00073700
               MOVE WRK-SQLCODE        TO WRK-STATUS                    00073800
               PERFORM 9999-TRATAR-ERROS                                00073900
            END-IF.                                                     00074000
                                                                        00074100
            ADD 1                      TO ACUM-LIDOS.                   00074200
                                                                        00074300
      *     SO ENTRA QUEM TEVE REMUNERACAO NA COMPETENCIA              *00074400
            MOVE 'N'                   TO WRK-BAS-ACHOU.                00074500
            IF WRK-TAB-BAS-QTDE GREATER ZEROS                           00074600
               SET WRK-IDX-BAS         TO 1                             00074700
               SEARCH WRK-TAB-BAS                                       00074800
                 AT END                                                 00074900
                    CONTINUE                                            00075000
                 WHEN WRK-IDX-BAS GREATER WRK-TAB-BAS-QTDE              00075100
                    CONTINUE                                            00075200
                 WHEN WRK-TAB-BAS-ID (WRK-IDX-BAS) EQUAL DB2-ID         00075300
                    MOVE 'S'           TO WRK-BAS-ACHOU                 00075400
               END-SEARCH                                               00075500
            END-IF.                                                     00075600
                                                                        00075700
            IF NOT WRK-BAS-ACHOU-SIM                                    00075800
               GO                  TO 2100-99-FIM                       00075900
            END-IF.                                                     00076000
                                                                        00076100
            MOVE 'S'                   TO WRK-TAB-BAS-USADO             00076200
                                          (WRK-IDX-BAS).                00076300
                                                                        00076400
            IF WRK-TEM-SETOR-SIM                                        00076500
             AND DB2-SETOR NOT EQUAL WRK-SETOR-ANTERIOR                 00076600
               PERFORM 2400-TOTALIZAR-SETOR                             00076700
            END-IF.                                                     00076800
                                                                        00076900
            IF NOT WRK-TEM-SETOR-SIM                                    00077000
               MOVE DB2-SETOR          TO WRK-SETOR-ANTERIOR            00077100
               MOVE 'S'                TO WRK-TEM-SETOR                 00077200
               MOVE ZEROS              TO ACUM-QTDE-SETOR               00077300
                                          ACUM-BASE-SETOR               00077400
                                          ACUM-FGTS-SETOR               00077500
                                          ACUM-PATRONAL-SETOR           00077600
                                          ACUM-OUTRAS-SETOR             00077700
                                          ACUM-CUSTO-SETOR              00077800
            END-IF.                                                     00077900
                                                                        00078000
            PERFORM 2200-CALCULAR-ENCARGOS.                             00078100
                                                                        00078200
            PERFORM 2300-GRAVAR-REMESSA.                                00078300
                                                                        00078400
      *----------------------------------------------------------------*00078500
       2100-99-FIM.                          EXIT.                      00078600
      *----------------------------------------------------------------*00078700
                                                                        00078800
      ******************************************************************00078900
      *        C A L C U L A R   E N C A R G O S                       *00079000
      ******************************************************************00079100
                                                                        00079200
      *----------------------------------------------------------------*00079300
       2200-CALCULAR-ENCARGOS                SECTION.                   00079400
      *----------------------------------------------------------------*00079500
                                                                        00079600
            MOVE WRK-TAB-BAS-VALOR (WRK-IDX-BAS) TO WRK-BASE.           00079700
                                                                        00079800
            COMPUTE WRK-VLR-FGTS ROUNDED =                              00079900
                    WRK-BASE * WRK-ALIQ-FGTS / 100.                     00080000
            COMPUTE WRK-VLR-PATRONAL ROUNDED =                          00080100
                    WRK-BASE * WRK-ALIQ-PATRONAL / 100.                 00080200
            COMPUTE WRK-VLR-RAT ROUNDED =                               00080300
                    WRK-BASE * WRK-ALIQ-RAT / 100.                      00080400
            COMPUTE WRK-VLR-TERCEIROS ROUNDED =                         00080500
                    WRK-BASE * WRK-ALIQ-TERCEIROS / 100.                00080600
                                                                        00080700
            COMPUTE WRK-VLR-OUTRAS =                                    00080800
                    WRK-VLR-RAT + WRK-VLR-TERCEIROS.                    00080900
            COMPUTE WRK-VLR-ENCARGOS =                                  00081000
                    WRK-VLR-FGTS + WRK-VLR-PATRONAL + WRK-VLR-OUTRAS.   00081100
            COMPUTE WRK-VLR-CUSTO =                                     00081200
                    WRK-BASE + WRK-VLR-ENCARGOS.                        00081300
                                                                        00081400
            ADD 1                      TO ACUM-QTDE-SETOR               00081500
                                          ACUM-EMPREGADOS.              00081600
            ADD WRK-BASE               TO ACUM-BASE-SETOR               00081700
                                          ACUM-BASE-GERAL.              00081800
            ADD WRK-VLR-FGTS           TO ACUM-FGTS-SETOR               00081900
                                          ACUM-FGTS-GERAL.              00082000
            ADD WRK-VLR-PATRONAL       TO ACUM-PATRONAL-SETOR           00082100
                                          ACUM-PATRONAL-GERAL.          00082200
            ADD WRK-VLR-OUTRAS         TO ACUM-OUTRAS-SETOR             00082300
                                          ACUM-OUTRAS-GERAL.            00082400
            ADD WRK-VLR-CUSTO          TO ACUM-CUSTO-SETOR              00082500
                                          ACUM-CUSTO-GERAL.             00082600
                                                                        00082700
            MOVE DB2-ID                TO WRK-RD-ID.                    00082800
            MOVE DB2-NOME              TO WRK-RD-NOME.                  00082900
            MOVE WRK-BASE              TO WRK-RD-BASE.                  00083000
            MOVE WRK-VLR-FGTS          TO WRK-RD-FGTS.                  00083100
            MOVE WRK-VLR-PATRONAL      TO WRK-RD-PATRONAL.              00083200
            MOVE WRK-VLR-OUTRAS        TO WRK-RD-OUTRAS.                00083300
            MOVE WRK-VLR-CUSTO         TO WRK-RD-CUSTO.                 00083400
            WRITE FD-RELENC            FROM WRK-RE-DETALHE.             00083500
            PERFORM 1100-TESTAR-STATUS.                                 00083600
                                                                        00083700
      *----------------------------------------------------------------*00083800
       2200-99-FIM.                          EXIT.                      00083900
      *----------------------------------------------------------------*00084000
                                                                        00084100
      *----------------------------------------------------------------*00084200
       2300-GRAVAR-REMESSA                   SECTION.                   00084300
      *----------------------------------------------------------------*00084400
                                                                        00084500
            IF WRK-VLR-FGTS EQUAL ZEROS                                 00084600
               GO                  TO 2300-99-FIM                       00084700
            END-IF.                                                     00084800
                                                                        00084900
            MOVE SPACES                TO FD-FGTSREM.                   00085000
            MOVE '1'                   TO FD-FGT-TIPO-REG.              00085100
            MOVE DB2-ID                TO FD-FGT-ID.                    00085200
            MOVE DB2-NOME              TO FD-FGT-NOME.                  00085300
            MOVE WRK-COMPETENCIA       TO FD-FGT-COMPETENCIA.           00085400
            MOVE WRK-BASE              TO FD-FGT-BASE.                  00085500
            MOVE WRK-ALIQ-FGTS         TO FD-FGT-ALIQUOTA.              00085600
            MOVE WRK-VLR-FGTS          TO FD-FGT-VALOR.                 00085700
            WRITE FD-FGTSREM.                                           00085800
            PERFORM 1100-TESTAR-STATUS.                                 00085900
                                                                        00086000
            ADD 1                      TO ACUM-DEPOSITOS.               00086100
                                                                        00086200
      *----------------------------------------------------------------*00086300
       2300-99-FIM.                          EXIT.                      00086400
      *----------------------------------------------------------------*00086500
                                                                        00086600
      ******************************************************************00086700
      *        T O T A L I Z A R   S E T O R                           *00086800
      ******************************************************************00086900
                                                                        00087000
      *----------------------------------------------------------------*00087100
       2400-TOTALIZAR-SETOR                  SECTION.                   00087200
      *----------------------------------------------------------------*00087300
                                                                        00087400
            MOVE 'TOTAL SETOR '        TO WRK-RT-ROTULO.                00087500
            MOVE WRK-SETOR-ANTERIOR    TO WRK-RT-SETOR.                 00087600
                                                                        00087700
            MOVE SPACES                TO WRK-RT-DESC.                  00087800
            MOVE ZEROS                 TO WRK-DESC-NULL.                00087900
            EXEC SQL                                                    00088000
              SELECT DESCRICAO                                          00088100
                INTO :WRK-SETOR-DESC :WRK-DESC-NULL                     00088200
                FROM FOUR001.SETOR                                      00088300
               WHERE CODIGO = :WRK-SETOR-ANTERIOR                       00088400
            END-EXEC.                                                   00088500
            IF SQLCODE EQUAL ZEROS                                      00088600
             AND WRK-DESC-NULL EQUAL ZEROS                              00088700
               MOVE WRK-SETOR-DESC (1:12) TO WRK-RT-DESC                00088800
            END-IF.                                                     00088900
                                                                        00089000
            MOVE ACUM-QTDE-SETOR       TO WRK-RT-QTDE.                  00089100
            MOVE ACUM-BASE-SETOR       TO WRK-RT-BASE.                  00089200
            MOVE ACUM-CUSTO-SETOR      TO WRK-RT-CUSTO.                 00089300
            MOVE ACUM-FGTS-SETOR       TO WRK-RT-FGTS.                  00089400
            MOVE ACUM-PATRONAL-SETOR   TO WRK-RT-PATRONAL.              00089500
            MOVE ACUM-OUTRAS-SETOR     TO WRK-RT-OUTRAS.                00089600
            WRITE FD-RELENC            FROM WRK-RE-TRACO.               00089700
            WRITE FD-RELENC            FROM WRK-RE-TOTAL1.              00089800
            WRITE FD-RELENC            FROM WRK-RE-TOTAL2.              00089900
            WRITE FD-RELENC            FROM WRK-RE-TRACO.               00090000
            PERFORM 1100-TESTAR-STATUS.                                 00090100
                                                                        00090200
            MOVE 'N'                   TO WRK-TEM-SETOR.                00090300
                                                                        00090400
      *----------------------------------------------------------------*00090500
       2400-99-FIM.                          EXIT.                      00090600
      *----------------------------------------------------------------*00090700
                                                                        00090800
      ******************************************************************00090900
      *                 F I N A L I Z A C A O                          *00091000
      ******************************************************************00091100
                                                                        00091200
      *----------------------------------------------------------------*00091300
       3000-FINALIZAR                        SECTION.                   00091400
      *----------------------------------------------------------------*00091500
                                                                        00091600
            IF WRK-TEM-SETOR-SIM                                        00091700
               PERFORM 2400-TOTALIZAR-SETOR                             00091800
            END-IF.                                                     00091900
                                                                        00092000
            MOVE 'TOTAL GERAL '        TO WRK-RT-ROTULO.                00092100
            MOVE SPACES                TO WRK-RT-SETOR                  00092200
                                          WRK-RT-DESC.                  00092300
            MOVE ACUM-EMPREGADOS       TO WRK-RT-QTDE.                  00092400
            MOVE ACUM-BASE-GERAL       TO WRK-RT-BASE.                  00092500
            MOVE ACUM-CUSTO-GERAL      TO WRK-RT-CUSTO.                 00092600
            MOVE ACUM-FGTS-GERAL       TO WRK-RT-FGTS.                  00092700
            MOVE ACUM-PATRONAL-GERAL   TO WRK-RT-PATRONAL.              00092800
            MOVE ACUM-OUTRAS-GERAL     TO WRK-RT-OUTRAS.                00092900
            WRITE FD-RELENC            FROM WRK-RE-SEPARA.              00093000
            WRITE FD-RELENC            FROM WRK-RE-TOTAL1.              00093100
            WRITE FD-RELENC            FROM WRK-RE-TOTAL2.              00093200
            WRITE FD-RELENC            FROM WRK-RE-SEPARA.              00093300
            PERFORM 1100-TESTAR-STATUS.                                 00093400
                                                                        00093500
            MOVE SPACES                TO FD-FGT-TRAILER.               00093600
            MOVE '9'                   TO FD-FGT-T-TIPO.                00093700
            MOVE ACUM-DEPOSITOS        TO FD-FGT-T-QTD-REG.             00093800
            MOVE ACUM-BASE-GERAL       TO FD-FGT-T-TOT-BASE.            00093900
            MOVE ACUM-FGTS-GERAL       TO FD-FGT-T-TOT-VALOR.           00094000
            WRITE FD-FGT-TRAILER.                                       00094100
            PERFORM 1100-TESTAR-STATUS.                                 00094200
                                                                        00094300
            IF WRK-TAB-BAS-QTDE GREATER ZEROS                           00094400
               PERFORM 3100-APONTAR-SEM-CADASTRO                        00094500
                       VARYING WRK-IND-BAS FROM 1 BY 1                  00094600
                       UNTIL WRK-IND-BAS GREATER WRK-TAB-BAS-QTDE       00094700
            END-IF.                                                     00094800
                                                                        00094900
            CLOSE FGTSREM                                               00095000
                  RELENC.                                               00095100
                                                                        00095200
            DISPLAY '--------------------------------------'.           00095300
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00095400
            DISPLAY 'FOLHIST LIDOS....: ' ACUM-HIST-LIDOS.              00095500
            DISPLAY 'FOLHIST COMPET...: ' ACUM-HIST-COMPET.             00095600
            DISPLAY 'FOLHIST IGNORADOS: ' ACUM-HIST-IGNORADOS.          00095700
            DISPLAY 'FUNC2 LIDOS......: ' ACUM-LIDOS.                   00095800
            DISPLAY 'EMPREGADOS.......: ' ACUM-EMPREGADOS.              00095900
            DISPLAY 'DEPOSITOS FGTS...: ' ACUM-DEPOSITOS.               00096000
            DISPLAY 'SEM CADASTRO.....: ' ACUM-SEM-CADASTRO.            00096100
            DISPLAY 'TOTAL BASE.......: ' ACUM-BASE-GERAL.              00096200
            DISPLAY 'TOTAL FGTS.......: ' ACUM-FGTS-GERAL.              00096300
            DISPLAY 'TOTAL INSS PATR..: ' ACUM-PATRONAL-GERAL.          00096400
            DISPLAY 'TOTAL RAT+TERC...: ' ACUM-OUTRAS-GERAL.            00096500
            DISPLAY 'CUSTO TOTAL......: ' ACUM-CUSTO-GERAL.             00096600
            DISPLAY '--------------------------------------'.           00096700
                                                                        00096800
            MOVE 'A'                   TO WRK-SEVERIDADE.               00096900
            MOVE 'FR05DB64'            TO WRK-PROGRAMA.                 00097000
            MOVE '3000  '              TO WRK-SECAO.                    00097100
            MOVE 'ENCARGOS DA FOLHA PROCESSADOS' TO WRK-MENSAGEM.       00097200
            MOVE WRK-COMPETENCIA       TO WRK-STATUS.                   00097300
            CALL 'GRAVALOG'            USING WRK-LOG.                   00097400
                                                                        00097500
            MOVE 'F'                   TO WRK-RUN-FUNCAO.               00097600
            MOVE ACUM-LIDOS            TO WRK-RUN-LIDOS.                00097700
            MOVE ACUM-DEPOSITOS        TO WRK-RUN-GRAVADOS.             00097800
            MOVE ZEROS                 TO WRK-RUN-RC.                   00097900
            CALL 'GRAVARUN'            USING WRK-RUNCTL.                00098000
                                                                        00098100
      *----------------------------------------------------------------*00098200
       3000-99-FIM.                           EXIT.                     00098300
      *----------------------------------------------------------------*00098400
                                                                        00098500
      *----------------------------------------------------------------*00098600
       3100-APONTAR-SEM-CADASTRO             SECTION.                   00098700
      *----------------------------------------------------------------*00098800
                                                                        00098900
      *     REMUNERACAO NO FOLHIST DE ID QUE NAO ESTA NA FUNC2 FICA    *00099000
      *     FORA DA REMESSA E VAI PARA CONFERENCIA DO RH               *00099100
            SET WRK-IDX-BAS            TO WRK-IND-BAS.                  00099200
                                                                        00099300
            IF WRK-TAB-BAS-USADO (WRK-IDX-BAS) EQUAL 'S'                00099400
               GO                  TO 3100-99-FIM                       00099500
            END-IF.                                                     00099600
                                                                        00099700
            ADD 1                      TO ACUM-SEM-CADASTRO.            00099800
            MOVE 'A'                   TO WRK-SEVERIDADE.               00099900
            MOVE 'FR05DB64'            TO WRK-PROGRAMA.                 00100000
            MOVE '3100  '              TO WRK-SECAO.                    00100100
            MOVE 'ID DO FOLHIST SEM CADASTRO NA FUNC2' TO WRK-MENSAGEM. 00100200
            MOVE WRK-TAB-BAS-ID (WRK-IDX-BAS) TO WRK-STATUS.            00100300
            CALL 'GRAVALOG'            USING WRK-LOG.                   00100400
                                                                        00100500
      *----------------------------------------------------------------*00100600
       3100-99-FIM.                          EXIT.                      00100700
      *----------------------------------------------------------------*00100800
                                                                        00100900
      ******************************************************************00101000
      *                 T R A T A R   E R R O S                        *00101100
      ******************************************************************00101200
                                                                        00101300
      *----------------------------------------------------------------*00101400
       9990-ERRO-ARQUIVO                     SECTION.                   00101500
      *----------------------------------------------------------------*00101600
                                                                        00101700
           MOVE 'FR05DB64'      TO WRK-PROGRAMA.                        00101800
           MOVE '1100  '        TO WRK-SECAO.                           00101900
           PERFORM 9999-TRATAR-ERROS.                                   00102000
                                                                        00102100
      *----------------------------------------------------------------*00102200
       9990-99-FIM.                           EXIT.                     00102300
      *----------------------------------------------------------------*00102400
                                                                        00102500
      *----------------------------------------------------------------*00102600
       9999-TRATAR-ERROS                     SECTION.                   00102700
      *----------------------------------------------------------------*00102800
                                                                        00102900
           MOVE 'F'             TO WRK-SEVERIDADE.                      00103000
           CALL 'GRAVALOG'      USING WRK-LOG.                          00103100
           MOVE 16              TO RETURN-CODE.                         00103200
           GOBACK.                                                      00103300
                                                                        00103400
      *----------------------------------------------------------------*00103500
       9999-99-FIM.                           EXIT.                     00103600
      *----------------------------------------------------------------*00103700
