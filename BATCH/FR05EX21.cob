      *               SALDO QUE O FR05EX10 FAZIA: QUEM FICA 29 DIAS    *00003900
      *               DEVEDOR PAGA 29 DIAS, QUEM SO DEVE NO DIA 30     *00004000
      *               PAGA UM DIA.                                     *00004100
      *               CONTA BAIXADA PARA PREJUIZO (LIVRO DE BAIXAS     *00004125
      *               DO FR05EX51) NAO ACUMULA NEM EMITE JUROS: O      *00004150
      *               ACUMULO QUE HOUVER E DESCARTADO.                 *00004175
      *               JUNTO COM O JURO ACUMULA O IOF DO DIA SOBRE O    *00004176
      *               CHEQUE ESPECIAL, PELAS LINHAS 'I' DA B#TARIF DO  *00004177
      *               SEGMENTO DA CONTA: ALIQUOTA AO DIA SOBRE O SALDO *00004178
      *               DEVEDOR DE FECHAMENTO MAIS ALIQUOTA FIXA SOBRE O *00004179
      *               AUMENTO DO SALDO DEVEDOR NO DIA (FECHAMENTO      *00004180
      *               CONTRA ABERTURA). NA VIRADA O IOF ACUMULADO VAI  *00004181
      *               NUM DEBITO 'D' PROPRIO NO MOVJA (O IOF JA COBRADO*00004182
      *               NA LIQUIDACAO DE ENCERRAMENTO DO FR05EX53 NAO E  *00004183
      *               DEBITADO DE NOVO) E ENTRA NO RECOLHIMENTO: GUIA  *00004184
      *               POR AGENCIA (RELIOF) COM O TOTAL A RECOLHER AO   *00004185
      *               FISCO E OS LANCAMENTOS DA OBRIGACAO (GLIOF, NO   *00004186
      *               LAYOUT GLMOV): DEBITO 11010000 CAIXA / MOVIMENTO *00004187
      *               DO DIA (CONTRAPARTIDA DO DEBITO AO CLIENTE QUE O *00004188
      *               FR05EX27 LANCA) E CREDITO 22010000 IOF A         *00004189
      *               RECOLHER.                                        *00004190
      *----------------------------------------------------------------*00004200
      *    ARQUIVOS :                                                  *00004300
      *    DDNAME          I/O                                         *00004400
      *    JCLRESU          I    RESUMO POR CONTA (FR05EX03, ACUMULADO)*00004500
      *    JCLTARIF         I    TABELA DE TAXAS E TARIFAS             *00004600
      *    JCLJURAN         I    ACUMULO DE JUROS ANTERIOR             *00004700
      *    JCLBAIXA         I    LIVRO DE BAIXAS PARA PREJUIZO         *00004750
      *    JCLJURNO         O    ACUMULO DE JUROS REGRAVADO            *00004800
      *    JCLMOVJA         O    MOVIMENTOS 'J' CONSOLIDADOS           *00004900
      *    JCLRELJU         O    RELATORIO MEMO DE ACUMULO             *00005000
      *    JCLRELIO         O    RECOLHIMENTO DE IOF POR AGENCIA       *00005033
      *    JCLGLIOF         O    LANCAMENTOS DO IOF A RECOLHER (GLMOV) *00005066
      *----------------------------------------------------------------*00005100
      *    BOOKS    :    B#JURAC, B#MOVREG, B#TARIF, B#BAIXA,          *00005200
      *                  B#GLJRN,                                      *00005250
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00005300
      *----------------------------------------------------------------*00005400
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005500
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005600
      *    HISTORICO DE ALTERACOES:                                    *00006200
      *      DATA        RESP.    DESCRICAO                            *00006300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006400
      *      15/10/2026  DPC      MOVJA    ACOMPANHA O B#MOVREG        *00006433
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00006466
      *      15/10/2026  DPC      LIVRO DE BAIXAS (JCLBAIXA): CONTA    *00006474
      *                           BAIXADA PARA PREJUIZO DEIXA DE       *00006482
      *                           ACUMULAR JUROS                       *00006490
      *      15/10/2026  DPC      IOF SOBRE O CHEQUE ESPECIAL: ACUMULO *00006491
      *                           DIARIO NO JURACUM, DEBITO 'D' NA     *00006492
      *                           VIRADA, GUIA DE RECOLHIMENTO POR     *00006493
      *                           AGENCIA (RELIOF) E LANCAMENTOS DA    *00006494
      *                           OBRIGACAO (GLIOF)                    *00006495
      ******************************************************************00006500
      *================================================================*00006600
                                                                        00006700
                                                                        00008900
             SELECT JURANT    ASSIGN     TO JCLJURAN                    00009000
                    FILE STATUS          IS WRK-FS-JURANT.              00009100
                                                                        00009125
             SELECT BAIXAS    ASSIGN     TO JCLBAIXA                    00009150
                    FILE STATUS          IS WRK-FS-BAIXAS.              00009175
                                                                        00009200
             SELECT JURNOVO   ASSIGN     TO JCLJURNO                    00009300
                    FILE STATUS          IS WRK-FS-JURNOVO.             00009400
                                                                        00009800
             SELECT RELJUR    ASSIGN     TO JCLRELJU                    00009900
                    FILE STATUS          IS WRK-FS-RELJUR.              00010000
             SELECT RELIOF    ASSIGN     TO JCLRELIO                    00010016
                    FILE STATUS          IS WRK-FS-RELIOF.              00010032
                                                                        00010048
             SELECT GLIOF     ASSIGN     TO JCLGLIOF                    00010064
                    FILE STATUS          IS WRK-FS-GLIOF.               00010080
                                                                        00010100
      *================================================================*00010200
       DATA                                      DIVISION.              00010300
           BLOCK CONTAINS 0 RECORDS.                                    00014000
                                                                        00014100
           COPY 'B#JURAC'.                                              00014200
                                                                        00014209
      *----------------------------------------------------------------*00014218
      *  INPUT - LIVRO DE BAIXAS PARA PREJUIZO (BAIXAS) - LRECL = 080. *00014227
      *----------------------------------------------------------------*00014236
                                                                        00014245
       FD BAIXAS                                                        00014254
           RECORDING MODE IS F                                          00014263
           BLOCK CONTAINS 0 RECORDS.                                    00014272
                                                                        00014281
           COPY 'B#BAIXA'.                                              00014290
                                                                        00014300
      *----------------------------------------------------------------*00014400
      *  OUTPUT - ACUMULO DE JUROS REGRAVADO (JURNOVO) - LRECL = 040.  *00014500
       01 FD-JURNOVO        PIC X(040).                                 00015100
                                                                        00015200
      *----------------------------------------------------------------*00015300
      *  OUTPUT - MOVIMENTOS 'J' CONSOLIDADOS (MOVJA) - LRECL = 106.   *00015400
      *----------------------------------------------------------------*00015500
                                                                        00015600
       FD MOVJA                                                         00015700
           RECORDING MODE IS F                                          00016800
           BLOCK CONTAINS 0 RECORDS.                                    00016900
       01 FD-RELJUR         PIC X(080).                                 00017000
      *----------------------------------------------------------------*00017005
      *  OUTPUT - RECOLHIMENTO DE IOF POR AGENCIA (RELIOF) - LRECL=080.*00017010
      *----------------------------------------------------------------*00017015
                                                                        00017020
       FD RELIOF                                                        00017025
           RECORDING MODE IS F                                          00017030
           BLOCK CONTAINS 0 RECORDS.                                    00017035
       01 FD-RELIOF         PIC X(080).                                 00017040
                                                                        00017045
      *----------------------------------------------------------------*00017050
      *  OUTPUT - LANCAMENTOS DO IOF A RECOLHER (GLIOF) - LRECL = 060. *00017055
      *----------------------------------------------------------------*00017060
                                                                        00017065
       FD GLIOF                                                         00017070
           RECORDING MODE IS F                                          00017075
           BLOCK CONTAINS 0 RECORDS.                                    00017080
                                                                        00017085
           COPY 'B#GLJRN'.                                              00017090
                                                                        00017100
      *----------------------------------------------------------------*00017200
       WORKING-STORAGE                            SECTION.              00017300
       77 WRK-FS-JURNOVO                 PIC X(002) VALUE SPACES.       00018300
       77 WRK-FS-MOVJA                   PIC X(002) VALUE SPACES.       00018400
       77 WRK-FS-RELJUR                  PIC X(002) VALUE SPACES.       00018500
       77 WRK-FS-BAIXAS                  PIC X(002) VALUE SPACES.       00018550
       77 WRK-FS-RELIOF                  PIC X(002) VALUE SPACES.       00018566
       77 WRK-FS-GLIOF                   PIC X(002) VALUE SPACES.       00018582
                                                                        00018600
      *----------------------------------------------------------------*00018700
       01 FILLER                         PIC X(050)       VALUE         00018800
       77 ACUM-VALOR-EMITIDO             PIC 9(010)V99 VALUE ZEROS.     00019700
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00019800
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00019900
       77 ACUM-BAIXADAS                  PIC 9(005) VALUE ZEROS.        00019950
       77 ACUM-IOF-DIA                   PIC 9(010)V99 VALUE ZEROS.     00019956
       77 ACUM-IOF-EMITIDOS              PIC 9(005) VALUE ZEROS.        00019962
       77 ACUM-IOF-VALOR-EMITIDO         PIC 9(010)V99 VALUE ZEROS.     00019968
       77 ACUM-IOF-RECOLHER              PIC 9(011)V99 VALUE ZEROS.     00019974
       77 ACUM-IOF-CONTAS                PIC 9(005) VALUE ZEROS.        00019980
       77 ACUM-LANCAMENTOS               PIC 9(007) VALUE ZEROS.        00019986
       77 ACUM-SOMA-DEBITOS              PIC 9(015)V99 VALUE ZEROS.     00019992
                                                                        00020000
      *----------------------------------------------------------------*00020100
       01 FILLER                         PIC X(050)       VALUE         00020200
       77 WRK-CHAVE-ATUAL-JUR            PIC X(010) VALUE SPACES.       00021300
       77 WRK-SEM-JURANT                 PIC X(001) VALUE 'N'.          00021400
           88 WRK-SEM-JURANT-SIM                    VALUE 'S'.          00021500
       77 WRK-CHAVE-ATUAL-BXA            PIC X(010) VALUE SPACES.       00021520
       77 WRK-CHAVE-PROC                 PIC X(010) VALUE SPACES.       00021540
       77 WRK-SEM-BAIXAS                 PIC X(001) VALUE 'N'.          00021560
           88 WRK-SEM-BAIXAS-SIM                    VALUE 'S'.          00021580
       77 WRK-IOF-DIA                    PIC 9(008)V99 VALUE ZEROS.     00021581
       77 WRK-DEVEDOR-INI                PIC 9(008)V99 VALUE ZEROS.     00021582
       77 WRK-AUMENTO-DEVEDOR            PIC S9(009)V99 VALUE ZEROS.    00021583
       77 WRK-ALIQ-FIXA                  PIC 9(01)V9(05) VALUE ZEROS.   00021584
       77 WRK-ALIQ-DIA                   PIC 9(01)V9(06) VALUE ZEROS.   00021585
       77 WRK-COMPET-ANT                 PIC X(006) VALUE SPACES.       00021586
       77 WRK-COMPET-ANT-N REDEFINES WRK-COMPET-ANT                     00021587
                                         PIC 9(006).                    00021588
       77 WRK-AGENCIA-REM                PIC X(004) VALUE SPACES.       00021589
       77 WRK-IOF-AGENCIA                PIC 9(011)V99 VALUE ZEROS.     00021590
       77 WRK-QTD-AGENCIA                PIC 9(005) VALUE ZEROS.        00021591
       77 WRK-HISTORICO-LANC             PIC X(025) VALUE SPACES.       00021592
       77 WRK-CONTA-CAIXA                PIC X(008) VALUE '11010000'.   00021593
       77 WRK-CONTA-IOF                  PIC X(008) VALUE '22010000'.   00021594
                                                                        00021595
      *----------------------------------------------------------------*00021596
      *    ALIQUOTAS DE IOF POR SEGMENTO (LINHAS 'I' DO TARIFAS; A     *00021597
      *    LINHA EM BRANCO E O PADRAO DOS SEGMENTOS SEM LINHA PROPRIA) *00021598
      *----------------------------------------------------------------*00021599
                                                                        00021600
       01 WRK-IOF-ALIQUOTAS.                                            00021604
          05 WRK-IOF-PADRAO.                                            00021608
             10 WRK-IOF-PAD-FIXA         PIC 9(01)V9(05) VALUE ZEROS.   00021612
             10 WRK-IOF-PAD-DIA          PIC 9(01)V9(06) VALUE ZEROS.   00021616
          05 WRK-IOF-VAREJO.                                            00021620
             10 WRK-IOF-VAR-TEM          PIC X(01) VALUE 'N'.           00021624
                88 WRK-IOF-VAR-TEM-SIM             VALUE 'S'.           00021628
             10 WRK-IOF-VAR-FIXA         PIC 9(01)V9(05) VALUE ZEROS.   00021632
             10 WRK-IOF-VAR-DIA          PIC 9(01)V9(06) VALUE ZEROS.   00021636
          05 WRK-IOF-EMPRESA.                                           00021640
             10 WRK-IOF-EMP-TEM          PIC X(01) VALUE 'N'.           00021644
                88 WRK-IOF-EMP-TEM-SIM             VALUE 'S'.           00021648
             10 WRK-IOF-EMP-FIXA         PIC 9(01)V9(05) VALUE ZEROS.   00021652
             10 WRK-IOF-EMP-DIA          PIC 9(01)V9(06) VALUE ZEROS.   00021656
          05 WRK-IOF-GOVERNO.                                           00021660
             10 WRK-IOF-GOV-TEM          PIC X(01) VALUE 'N'.           00021664
                88 WRK-IOF-GOV-TEM-SIM             VALUE 'S'.           00021668
             10 WRK-IOF-GOV-FIXA         PIC 9(01)V9(05) VALUE ZEROS.   00021672
             10 WRK-IOF-GOV-DIA          PIC 9(01)V9(06) VALUE ZEROS.   00021676
                                                                        00021680
      *----------------------------------------------------------------*00021700
      *    AREA DE MONTAGEM DO ACUMULO REGRAVADO                       *00021800
      *----------------------------------------------------------------*00021900
          05 WRK-JUR-COMPETENCIA         PIC X(006).                    00022400
          05 WRK-JUR-DIAS                PIC 9(003).                    00022500
          05 WRK-JUR-VALOR-ACUM          PIC 9(008)V99.                 00022600
          05 WRK-JUR-IOF-ACUM            PIC 9(008)V99.                 00022666
          05 WRK-JUR-IOF-COBRADO         PIC X(001).                    00022732
                                                                        00022800
      *----------------------------------------------------------------*00022900
      *    LINHA DO RELATORIO MEMO                                     *00023000
          05 FILLER                      PIC X(006) VALUE ' DIAS '.     00024100
          05 FILLER                      PIC X(002) VALUE SPACES.       00024200
          05 WRK-LM-VALOR                PIC ZZ.ZZZ.ZZ9,99.             00024300
          05 FILLER                      PIC X(002) VALUE SPACES.       00024340
          05 FILLER                      PIC X(005) VALUE 'IOF: '.      00024380
          05 WRK-LM-IOF                  PIC ZZ.ZZZ.ZZ9,99.             00024420
          05 FILLER                      PIC X(015) VALUE SPACES.       00024460
                                                                        00024500
      *----------------------------------------------------------------*00024600
      *    TABELA DE FAIXAS DE JUROS (CARREGADA DO TARIFAS)            *00024700
             10 WRK-TAB-FXA-TAXA         PIC 9(05)V99.                  00025400
                                                                        00025500
       77 WRK-TAB-FXA-QTDE               PIC 9(002) VALUE ZEROS.        00025600
      *----------------------------------------------------------------*00025603
      *    LINHAS DA GUIA DE RECOLHIMENTO DE IOF                       *00025606
      *----------------------------------------------------------------*00025609
                                                                        00025612
       01 WRK-IOF-CABEC1.                                               00025615
          05 FILLER                      PIC X(040) VALUE               00025618
             'FR05EX21 - RECOLHIMENTO DE IOF CH.ESPEC.'.                00025621
          05 FILLER                      PIC X(014) VALUE               00025624
             ' COMPETENCIA '.                                           00025627
          05 WRK-IC-COMPET               PIC X(006).                    00025630
          05 FILLER                      PIC X(007) VALUE ' DATA '.     00025633
          05 WRK-IC-DATA                 PIC X(008).                    00025636
          05 FILLER                      PIC X(005) VALUE SPACES.       00025639
                                                                        00025642
       01 WRK-IOF-CABEC2.                                               00025645
          05 FILLER                      PIC X(040) VALUE               00025648
             'AGENCIA      CONTAS       IOF A RECOLHER'.                00025651
          05 FILLER                      PIC X(040) VALUE SPACES.       00025654
                                                                        00025657
       01 WRK-LINIOF.                                                   00025660
          05 WRK-LI-AGENCIA              PIC X(004).                    00025663
          05 FILLER                      PIC X(006) VALUE SPACES.       00025666
          05 WRK-LI-QTD                  PIC ZZ.ZZ9.                    00025669
          05 FILLER                      PIC X(005) VALUE SPACES.       00025672
          05 WRK-LI-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00025675
          05 FILLER                      PIC X(042) VALUE SPACES.       00025678
                                                                        00025681
       01 WRK-TOTIOF.                                                   00025684
          05 WRK-TI-TEXTO                PIC X(021).                    00025687
          05 WRK-TI-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.         00025690
          05 FILLER                      PIC X(042) VALUE SPACES.       00025693
                                                                        00025700
      *----------------------------------------------------------------*00025800
       01 FILLER                         PIC X(050)       VALUE         00025900
           CALL 'LERDATAP'            USING WRK-DATPRC                  00032600
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00032700
           MOVE WRK-DATA-EXEC (1:6)   TO WRK-COMPETENCIA                00032800
           MOVE WRK-COMPETENCIA       TO WRK-COMPET-ANT                 00032814
           IF WRK-COMPET-ANT (5:2) EQUAL '01'                           00032828
              COMPUTE WRK-COMPET-ANT-N = WRK-COMPET-ANT-N - 89          00032842
           ELSE                                                         00032856
              COMPUTE WRK-COMPET-ANT-N = WRK-COMPET-ANT-N - 1           00032870
           END-IF                                                       00032884
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00032900
           MOVE 'FR05EX21'            TO WRK-RUN-PROGRAMA               00033000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00033100
                OUTPUT JURNOVO                                          00035100
                OUTPUT MOVJA                                            00035200
                OUTPUT RELJUR                                           00035300
                OUTPUT RELIOF                                           00035333
                OUTPUT GLIOF                                            00035366
                                                                        00035400
           PERFORM 1100-TESTAR-STATUS                                   00035500
                                                                        00035600
           ELSE                                                         00036200
              PERFORM 1140-TESTAR-WRK-FS-JURANT                         00036300
           END-IF                                                       00036400
                                                                        00036410
      *    SEM LIVRO DE BAIXAS (NENHUMA BAIXA AINDA) NAO E ERRO        *00036420
           OPEN INPUT BAIXAS                                            00036430
           IF WRK-FS-BAIXAS EQUAL '35'                                  00036440
              MOVE 'S'                TO WRK-SEM-BAIXAS                 00036450
              MOVE '10'               TO WRK-FS-BAIXAS                  00036460
           ELSE                                                         00036470
              PERFORM 1180-TESTAR-WRK-FS-BAIXAS                         00036480
           END-IF                                                       00036490
                                                                        00036500
           PERFORM 1200-CARREGAR-TARIFAS                                00036600
                                                                        00036700
              PERFORM 9000-TRATAR-ERRO                                  00037400
           END-IF                                                       00037500
                                                                        00037600
           PERFORM 1300-GRAVAR-HEADER-MOVJA                             00037650
                                                                        00037700
           PERFORM 1400-GRAVAR-CABEC-IOF.                               00037750
                                                                        00037800
      *----------------------------------------------------------------*00037900
       1000-99-FIM.                            EXIT.                    00038000
           PERFORM 1160-TESTAR-WRK-FS-MOVJA.                            00039700
                                                                        00039800
           PERFORM 1170-TESTAR-WRK-FS-RELJUR.                           00039900
                                                                        00039920
           PERFORM 1190-TESTAR-WRK-FS-RELIOF.                           00039940
                                                                        00039960
           PERFORM 1195-TESTAR-WRK-FS-GLIOF.                            00039980
                                                                        00040000
      *----------------------------------------------------------------*00040100
       1100-99-FIM.                            EXIT.                    00040200
      *----------------------------------------------------------------*00049800
       1170-99-FIM.                            EXIT.                    00049900
      *----------------------------------------------------------------*00050000
                                                                        00050005
      *----------------------------------------------------------------*00050010
       1180-TESTAR-WRK-FS-BAIXAS              SECTION.                  00050015
      *----------------------------------------------------------------*00050020
                                                                        00050025
           IF WRK-FS-BAIXAS NOT EQUAL ZEROS                             00050030
              MOVE 'FR05EX21'                    TO WRK-PROGRAMA        00050035
              MOVE 'ERRO NO ARQUIVO BAIXAS'      TO WRK-MENSAGEM        00050040
              MOVE '1180'                        TO WRK-SECAO           00050045
              MOVE WRK-FS-BAIXAS                 TO WRK-STATUS          00050050
              PERFORM 9000-TRATAR-ERRO                                  00050055
           END-IF.                                                      00050060
                                                                        00050065
      *----------------------------------------------------------------*00050070
       1180-99-FIM.                            EXIT.                    00050075
      *----------------------------------------------------------------*00050080
                                                                        00050081
      *----------------------------------------------------------------*00050082
       1190-TESTAR-WRK-FS-RELIOF              SECTION.                  00050083
      *----------------------------------------------------------------*00050084
                                                                        00050085
           IF WRK-FS-RELIOF NOT EQUAL ZEROS                             00050086
              MOVE 'FR05EX21'                    TO WRK-PROGRAMA        00050087
              MOVE 'ERRO NO ARQUIVO RELIOF'      TO WRK-MENSAGEM        00050088
              MOVE '1190'                        TO WRK-SECAO           00050089
              MOVE WRK-FS-RELIOF                 TO WRK-STATUS          00050090
              PERFORM 9000-TRATAR-ERRO                                  00050091
           END-IF.                                                      00050092
                                                                        00050093
      *----------------------------------------------------------------*00050094
       1190-99-FIM.                            EXIT.                    00050095
      *----------------------------------------------------------------*00050096
                                                                        00050097
      *----------------------------------------------------------------*00050098
       1195-TESTAR-WRK-FS-GLIOF               SECTION.                  00050099
      *----------------------------------------------------------------*00050100
                                                                        00050107
           IF WRK-FS-GLIOF NOT EQUAL ZEROS                              00050114
              MOVE 'FR05EX21'                    TO WRK-PROGRAMA        00050121
              MOVE 'ERRO NO ARQUIVO GLIOF'       TO WRK-MENSAGEM        00050128
              MOVE '1195'                        TO WRK-SECAO           00050135
              MOVE WRK-FS-GLIOF                  TO WRK-STATUS          00050142
              PERFORM 9000-TRATAR-ERRO                                  00050149
           END-IF.                                                      00050156
                                                                        00050163
      *----------------------------------------------------------------*00050170
       1195-99-FIM.                            EXIT.                    00050177
      *----------------------------------------------------------------*00050184
                                                                        00050191
      ******************************************************************00050200
      *        C A R R E G A R   F A I X A S   D E   J U R O S         *00050300
      ******************************************************************00050400
                                         (WRK-IDX-FXA)                  00055600
           END-IF                                                       00055700
                                                                        00055800
           IF FD-TAR-IOF                                                00055820
              PERFORM 1230-GUARDAR-ALIQ-IOF                             00055840
           END-IF                                                       00055860
                                                                        00055880
           PERFORM 1210-LER-TARIFAS.                                    00055900
                                                                        00056000
      *----------------------------------------------------------------*00056100
       1220-99-FIM.                           EXIT.                     00056200
      *----------------------------------------------------------------*00056300
                                                                        00056302
      *----------------------------------------------------------------*00056304
       1230-GUARDAR-ALIQ-IOF                 SECTION.                   00056306
      *----------------------------------------------------------------*00056308
                                                                        00056310
      *    ALIQUOTAS NUMERICAS OU ZERO (LINHA ANTIGA/MAL PREENCHIDA)   *00056312
           IF FD-TAR-IOF-ALIQ-FIXA NOT NUMERIC                          00056314
              MOVE ZEROS             TO FD-TAR-IOF-ALIQ-FIXA            00056316
           END-IF                                                       00056318
           IF FD-TAR-IOF-ALIQ-DIA NOT NUMERIC                           00056320
              MOVE ZEROS             TO FD-TAR-IOF-ALIQ-DIA             00056322
           END-IF                                                       00056324
                                                                        00056326
           EVALUATE FD-TAR-SEGMENTO                                     00056328
             WHEN 'V'                                                   00056330
              MOVE 'S'                  TO WRK-IOF-VAR-TEM              00056332
              MOVE FD-TAR-IOF-ALIQ-FIXA TO WRK-IOF-VAR-FIXA             00056334
              MOVE FD-TAR-IOF-ALIQ-DIA  TO WRK-IOF-VAR-DIA              00056336
             WHEN 'E'                                                   00056338
              MOVE 'S'                  TO WRK-IOF-EMP-TEM              00056340
              MOVE FD-TAR-IOF-ALIQ-FIXA TO WRK-IOF-EMP-FIXA             00056342
              MOVE FD-TAR-IOF-ALIQ-DIA  TO WRK-IOF-EMP-DIA              00056344
             WHEN 'G'                                                   00056346
              MOVE 'S'                  TO WRK-IOF-GOV-TEM              00056348
              MOVE FD-TAR-IOF-ALIQ-FIXA TO WRK-IOF-GOV-FIXA             00056350
              MOVE FD-TAR-IOF-ALIQ-DIA  TO WRK-IOF-GOV-DIA              00056352
             WHEN OTHER                                                 00056354
              MOVE FD-TAR-IOF-ALIQ-FIXA TO WRK-IOF-PAD-FIXA             00056356
              MOVE FD-TAR-IOF-ALIQ-DIA  TO WRK-IOF-PAD-DIA              00056358
           END-EVALUATE.                                                00056360
                                                                        00056362
      *----------------------------------------------------------------*00056364
       1230-99-FIM.                           EXIT.                     00056366
      *----------------------------------------------------------------*00056368
                                                                        00056400
      *----------------------------------------------------------------*00056500
       1300-GRAVAR-HEADER-MOVJA              SECTION.                   00056600
      *----------------------------------------------------------------*00057600
       1300-99-FIM.                           EXIT.                     00057700
      *----------------------------------------------------------------*00057800
                                                                        00057804
      *----------------------------------------------------------------*00057808
       1400-GRAVAR-CABEC-IOF                 SECTION.                   00057812
      *----------------------------------------------------------------*00057816
                                                                        00057820
      *    CABECALHO DA GUIA: O IOF RECOLHIDO E O DA COMPETENCIA QUE   *00057824
      *    VIRA NESTE CICLO (A ANTERIOR A DATA DE PROCESSAMENTO)       *00057828
           MOVE WRK-COMPET-ANT       TO WRK-IC-COMPET                   00057832
           MOVE WRK-DATA-EXEC        TO WRK-IC-DATA                     00057836
           WRITE FD-RELIOF           FROM WRK-IOF-CABEC1                00057840
           PERFORM 1190-TESTAR-WRK-FS-RELIOF                            00057844
           WRITE FD-RELIOF           FROM WRK-IOF-CABEC2                00057848
           PERFORM 1190-TESTAR-WRK-FS-RELIOF                            00057852
                                                                        00057856
           MOVE SPACES               TO FD-GLMOV                        00057860
           MOVE '00000000'           TO FD-GLJ-H-CONTA                  00057864
           MOVE WRK-DATA-EXEC        TO FD-GLJ-H-DATA                   00057868
           MOVE 'FR05EX21'           TO FD-GLJ-H-ORIGEM                 00057872
           WRITE FD-GLMOV                                               00057876
           PERFORM 1195-TESTAR-WRK-FS-GLIOF.                            00057880
                                                                        00057884
      *----------------------------------------------------------------*00057888
       1400-99-FIM.                           EXIT.                     00057892
      *----------------------------------------------------------------*00057896
                                                                        00057900
      ******************************************************************00058000
      *                     L E I T U R A S                            *00058100
                                                                        00063200
            PERFORM 1140-TESTAR-WRK-FS-JURANT                           00063300
                                                                        00063400
            MOVE FD-JUR-CHAVE        TO WRK-CHAVE-ATUAL-JUR             00063425
                                                                        00063450
      *     ACUMULO GRAVADO ANTES DO IOF: SEM IOF A CARREGAR           *00063475
            IF FD-JUR-IOF-ACUM NOT NUMERIC                              00063500
               MOVE ZEROS            TO FD-JUR-IOF-ACUM                 00063525
               MOVE 'N'              TO FD-JUR-IOF-COBRADO              00063550
            END-IF.                                                     00063575
                                                                        00063600
      *----------------------------------------------------------------*00063700
       2200-99-FIM.                           EXIT.                     00063800
      *----------------------------------------------------------------*00063900
                                                                        00063904
      *----------------------------------------------------------------*00063908
       2300-LER-BAIXAS                        SECTION.                  00063912
      *----------------------------------------------------------------*00063916
                                                                        00063920
            IF WRK-FS-BAIXAS EQUAL '10'                                 00063924
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00063928
               GO                    TO 2300-99-FIM                     00063932
            END-IF                                                      00063936
                                                                        00063940
            READ BAIXAS                                                 00063944
                                                                        00063948
            IF WRK-FS-BAIXAS EQUAL '10'                                 00063952
               MOVE HIGH-VALUES      TO WRK-CHAVE-ATUAL-BXA             00063956
               GO                    TO 2300-99-FIM                     00063960
            END-IF                                                      00063964
                                                                        00063968
            PERFORM 1180-TESTAR-WRK-FS-BAIXAS                           00063972
                                                                        00063976
            MOVE FD-BXA-CHAVE        TO WRK-CHAVE-ATUAL-BXA.            00063980
                                                                        00063984
      *----------------------------------------------------------------*00063988
       2300-99-FIM.                           EXIT.                     00063992
      *----------------------------------------------------------------*00063996
                                                                        00064000
      ******************************************************************00064100
      *                     P R O C E S S A R                          *00064200
       3000-PROCESSAR                        SECTION.                   00064600
      *----------------------------------------------------------------*00064700
                                                                        00064800
      *     CONTA BAIXADA PARA PREJUIZO: DESCARTA O ACUMULO E O JURO   *00064804
      *     DO DIA, SEM EMITIR CONSOLIDADO                             *00064808
            IF WRK-CHAVE-ATUAL-JUR LESS WRK-CHAVE-ATUAL-RES             00064812
               MOVE WRK-CHAVE-ATUAL-JUR TO WRK-CHAVE-PROC               00064816
            ELSE                                                        00064820
               MOVE WRK-CHAVE-ATUAL-RES TO WRK-CHAVE-PROC               00064824
            END-IF                                                      00064828
                                                                        00064832
            PERFORM 2300-LER-BAIXAS                                     00064836
                    UNTIL WRK-CHAVE-ATUAL-BXA NOT LESS WRK-CHAVE-PROC   00064840
                                                                        00064844
            IF WRK-CHAVE-ATUAL-BXA EQUAL WRK-CHAVE-PROC                 00064848
               ADD 1                   TO ACUM-BAIXADAS                 00064852
               IF WRK-CHAVE-ATUAL-JUR EQUAL WRK-CHAVE-PROC              00064856
                  PERFORM 2200-LER-JURANT                               00064860
               END-IF                                                   00064864
               IF WRK-CHAVE-ATUAL-RES EQUAL WRK-CHAVE-PROC              00064868
                  PERFORM 2100-LER-RESUMO                               00064872
               END-IF                                                   00064876
               GO                      TO 3000-99-FIM                   00064880
            END-IF                                                      00064884
                                                                        00064888
            EVALUATE TRUE                                               00064900
                                                                        00065000
              WHEN WRK-CHAVE-ATUAL-JUR   EQUAL WRK-CHAVE-ATUAL-RES      00065100
      *----------------------------------------------------------------*00073100
       3150-99-FIM.                           EXIT.                     00073200
      *----------------------------------------------------------------*00073300
                                                                        00073302
      *----------------------------------------------------------------*00073304
       3160-CALCULAR-IOF-DIA                  SECTION.                  00073306
      *----------------------------------------------------------------*00073308
                                                                        00073310
      *     IOF DO DIA: ALIQUOTA AO DIA SOBRE O SALDO DEVEDOR DE       *00073312
      *     FECHAMENTO, MAIS ALIQUOTA FIXA SOBRE O QUE O SALDO         *00073314
      *     DEVEDOR AUMENTOU NO DIA. SEGMENTO SEM LINHA 'I' PROPRIA    *00073316
      *     USA A LINHA PADRAO; SEM LINHA NENHUMA O IOF E ZERO.        *00073318
            MOVE ZEROS                 TO WRK-IOF-DIA                   00073320
                                          WRK-DEVEDOR-INI               00073322
                                                                        00073324
            EVALUATE TRUE                                               00073326
              WHEN FD-RESUMO-SEGMENTO EQUAL 'V'                         00073328
               AND WRK-IOF-VAR-TEM-SIM                                  00073330
               MOVE WRK-IOF-VAR-FIXA   TO WRK-ALIQ-FIXA                 00073332
               MOVE WRK-IOF-VAR-DIA    TO WRK-ALIQ-DIA                  00073334
              WHEN FD-RESUMO-SEGMENTO EQUAL 'E'                         00073336
               AND WRK-IOF-EMP-TEM-SIM                                  00073338
               MOVE WRK-IOF-EMP-FIXA   TO WRK-ALIQ-FIXA                 00073340
               MOVE WRK-IOF-EMP-DIA    TO WRK-ALIQ-DIA                  00073342
              WHEN FD-RESUMO-SEGMENTO EQUAL 'G'                         00073344
               AND WRK-IOF-GOV-TEM-SIM                                  00073346
               MOVE WRK-IOF-GOV-FIXA   TO WRK-ALIQ-FIXA                 00073348
               MOVE WRK-IOF-GOV-DIA    TO WRK-ALIQ-DIA                  00073350
              WHEN OTHER                                                00073352
               MOVE WRK-IOF-PAD-FIXA   TO WRK-ALIQ-FIXA                 00073354
               MOVE WRK-IOF-PAD-DIA    TO WRK-ALIQ-DIA                  00073356
            END-EVALUATE                                                00073358
                                                                        00073360
            IF FD-RESUMO-SALDO-INI LESS ZEROS                           00073362
               COMPUTE WRK-DEVEDOR-INI = FD-RESUMO-SALDO-INI * -1       00073364
            END-IF                                                      00073366
                                                                        00073368
            COMPUTE WRK-AUMENTO-DEVEDOR =                               00073370
                    WRK-SALDO-DEVEDOR - WRK-DEVEDOR-INI                 00073372
            IF WRK-AUMENTO-DEVEDOR LESS ZEROS                           00073374
               MOVE ZEROS              TO WRK-AUMENTO-DEVEDOR           00073376
            END-IF                                                      00073378
                                                                        00073380
            COMPUTE WRK-IOF-DIA ROUNDED =                               00073382
                    WRK-SALDO-DEVEDOR   * WRK-ALIQ-DIA  / 100           00073384
                  + WRK-AUMENTO-DEVEDOR * WRK-ALIQ-FIXA / 100           00073386
                                                                        00073388
            ADD WRK-IOF-DIA            TO ACUM-IOF-DIA.                 00073390
                                                                        00073392
      *----------------------------------------------------------------*00073394
       3160-99-FIM.                           EXIT.                     00073396
      *----------------------------------------------------------------*00073398
                                                                        00073400
      ******************************************************************00073500
      *   C O N T A   C O M   A C U M U L O   E   D E V E D O R A      *00073600
            END-IF                                                      00074900
                                                                        00075000
            PERFORM 3100-CALCULAR-JURO-DIA                              00075100
            PERFORM 3160-CALCULAR-IOF-DIA                               00075150
                                                                        00075200
            MOVE FD-JUR-AGENCIA        TO WRK-JUR-AGENCIA               00075300
            MOVE FD-JUR-CONTA          TO WRK-JUR-CONTA                 00075400
            COMPUTE WRK-JUR-DIAS = FD-JUR-DIAS + 1                      00075600
            COMPUTE WRK-JUR-VALOR-ACUM =                                00075700
                    FD-JUR-VALOR-ACUM + WRK-JUROS-DIA                   00075800
            COMPUTE WRK-JUR-IOF-ACUM =                                  00075825
                    FD-JUR-IOF-ACUM + WRK-IOF-DIA                       00075850
            MOVE FD-JUR-IOF-COBRADO    TO WRK-JUR-IOF-COBRADO           00075875
            PERFORM 3900-GRAVAR-JURNOVO.                                00075900
                                                                        00076000
      *----------------------------------------------------------------*00076100
            MOVE FD-JUR-COMPETENCIA    TO WRK-JUR-COMPETENCIA           00078300
            MOVE FD-JUR-DIAS           TO WRK-JUR-DIAS                  00078400
            MOVE FD-JUR-VALOR-ACUM     TO WRK-JUR-VALOR-ACUM            00078500
            MOVE FD-JUR-IOF-ACUM       TO WRK-JUR-IOF-ACUM              00078533
            MOVE FD-JUR-IOF-COBRADO    TO WRK-JUR-IOF-COBRADO           00078566
            PERFORM 3900-GRAVAR-JURNOVO.                                00078600
                                                                        00078700
      *----------------------------------------------------------------*00078800
      *----------------------------------------------------------------*00079800
                                                                        00079900
            PERFORM 3100-CALCULAR-JURO-DIA                              00080000
            PERFORM 3160-CALCULAR-IOF-DIA                               00080050
                                                                        00080100
            IF WRK-JUROS-DIA EQUAL ZEROS                                00080166
               AND WRK-IOF-DIA EQUAL ZEROS                              00080232
               GO                  TO 3400-99-FIM                       00080300
            END-IF                                                      00080400
                                                                        00080500
            MOVE WRK-COMPETENCIA       TO WRK-JUR-COMPETENCIA           00080800
            MOVE 1                     TO WRK-JUR-DIAS                  00080900
            MOVE WRK-JUROS-DIA         TO WRK-JUR-VALOR-ACUM            00081000
            MOVE WRK-IOF-DIA           TO WRK-JUR-IOF-ACUM              00081033
            MOVE 'N'                   TO WRK-JUR-IOF-COBRADO           00081066
            PERFORM 3900-GRAVAR-JURNOVO.                                00081100
                                                                        00081200
      *----------------------------------------------------------------*00081300
      *----------------------------------------------------------------*00081500
                                                                        00081600
      ******************************************************************00081700
      *   E M I T I R   O S   C O N S O L I D A D O S                  *00081800
      ******************************************************************00081900
                                                                        00082000
      *----------------------------------------------------------------*00082100
       3500-EMITIR-CONSOLIDADO                SECTION.                  00082200
      *----------------------------------------------------------------*00082300
                                                                        00082400
            IF FD-JUR-VALOR-ACUM EQUAL ZEROS                            00082536
               AND FD-JUR-IOF-ACUM EQUAL ZEROS                          00082672
               GO                  TO 3500-99-FIM                       00082808
            END-IF                                                      00082944
                                                                        00083080
            IF FD-JUR-VALOR-ACUM GREATER ZEROS                          00083216
               PERFORM 3510-EMITIR-JUROS                                00083352
            END-IF                                                      00083488
                                                                        00083624
            IF FD-JUR-IOF-ACUM GREATER ZEROS                            00083760
               PERFORM 3550-EMITIR-IOF                                  00083896
            END-IF                                                      00084032
                                                                        00084168
            MOVE FD-JUR-AGENCIA        TO WRK-LM-AGENCIA                00084304
            MOVE FD-JUR-CONTA          TO WRK-LM-CONTA                  00084440
            MOVE FD-JUR-COMPETENCIA    TO WRK-LM-COMPET                 00084576
            MOVE FD-JUR-DIAS           TO WRK-LM-DIAS                   00084712
            MOVE FD-JUR-VALOR-ACUM     TO WRK-LM-VALOR                  00084848
            MOVE FD-JUR-IOF-ACUM       TO WRK-LM-IOF                    00084984
            WRITE FD-RELJUR            FROM WRK-LINMEMO                 00085120
            PERFORM 1170-TESTAR-WRK-FS-RELJUR.                          00085256
                                                                        00085400
      *----------------------------------------------------------------*00085500
       3500-99-FIM.                           EXIT.                     00085600
      *----------------------------------------------------------------*00085700
                                                                        00085701
      *----------------------------------------------------------------*00085702
       3510-EMITIR-JUROS                      SECTION.                  00085703
      *----------------------------------------------------------------*00085704
                                                                        00085705
            MOVE SPACES                TO FD-MOV2505                    00085706
            MOVE FD-JUR-AGENCIA        TO FD-MOV2505-AGENCIA            00085707
            MOVE FD-JUR-CONTA          TO FD-MOV2505-CONTA              00085708
            MOVE SPACES                TO FD-MOV2505-MOVIMENTO          00085709
            STRING 'JUROS CH ESP COMPET '                               00085710
                   FD-JUR-COMPETENCIA                                   00085711
                   DELIMITED BY SIZE                                    00085712
                   INTO FD-MOV2505-MOVIMENTO                            00085713
            MOVE FD-JUR-VALOR-ACUM     TO FD-MOV2505-VALOR              00085714
            MOVE 'J'                   TO FD-MOV2505-TIPO               00085715
            WRITE FD-MOV2505                                            00085716
            PERFORM 1160-TESTAR-WRK-FS-MOVJA                            00085717
                                                                        00085718
            ADD 1                      TO ACUM-EMITIDOS                 00085719
                                          ACUM-GERADOS                  00085720
            ADD FD-JUR-VALOR-ACUM      TO ACUM-VALOR-EMITIDO            00085721
                                          ACUM-HASH-GERADO.             00085722
                                                                        00085723
      *----------------------------------------------------------------*00085724
       3510-99-FIM.                           EXIT.                     00085725
      *----------------------------------------------------------------*00085726
                                                                        00085727
      *----------------------------------------------------------------*00085728
       3550-EMITIR-IOF                        SECTION.                  00085729
      *----------------------------------------------------------------*00085730
                                                                        00085731
      *     IOF JA COBRADO NA LIQUIDACAO DO ENCERRAMENTO (FR05EX53)    *00085732
      *     NAO E DEBITADO DE NOVO, MAS ENTRA NO RECOLHIMENTO          *00085733
            IF NOT FD-JUR-IOF-COBRADO-SIM                               00085734
               MOVE SPACES             TO FD-MOV2505                    00085735
               MOVE FD-JUR-AGENCIA     TO FD-MOV2505-AGENCIA            00085736
               MOVE FD-JUR-CONTA       TO FD-MOV2505-CONTA              00085737
               MOVE SPACES             TO FD-MOV2505-MOVIMENTO          00085738
               STRING 'IOF CH ESP COMPET '                              00085739
                      FD-JUR-COMPETENCIA                                00085740
                      DELIMITED BY SIZE                                 00085741
                      INTO FD-MOV2505-MOVIMENTO                         00085742
               MOVE FD-JUR-IOF-ACUM    TO FD-MOV2505-VALOR              00085743
               MOVE 'D'                TO FD-MOV2505-TIPO               00085744
               WRITE FD-MOV2505                                         00085745
               PERFORM 1160-TESTAR-WRK-FS-MOVJA                         00085746
               ADD 1                   TO ACUM-IOF-EMITIDOS             00085747
                                          ACUM-GERADOS                  00085748
               ADD FD-JUR-IOF-ACUM     TO ACUM-IOF-VALOR-EMITIDO        00085749
                                          ACUM-HASH-GERADO              00085750
            END-IF                                                      00085751
                                                                        00085752
      *     O JURACUM VEM EM ORDEM DE CHAVE: QUEBRA POR AGENCIA        *00085753
            IF FD-JUR-AGENCIA NOT EQUAL WRK-AGENCIA-REM                 00085754
               IF WRK-AGENCIA-REM NOT EQUAL SPACES                      00085755
                  PERFORM 3600-FECHAR-AGENCIA-IOF                       00085756
               END-IF                                                   00085757
               MOVE FD-JUR-AGENCIA     TO WRK-AGENCIA-REM               00085758
            END-IF                                                      00085759
                                                                        00085760
            ADD 1                      TO WRK-QTD-AGENCIA               00085761
            ADD FD-JUR-IOF-ACUM        TO WRK-IOF-AGENCIA.              00085762
                                                                        00085763
      *----------------------------------------------------------------*00085764
       3550-99-FIM.                           EXIT.                     00085765
      *----------------------------------------------------------------*00085766
                                                                        00085767
      ******************************************************************00085768
      *   R E C O L H I M E N T O   D O   I O F   P O R   A G E N C I A*00085769
      ******************************************************************00085770
                                                                        00085771
      *----------------------------------------------------------------*00085772
       3600-FECHAR-AGENCIA-IOF                SECTION.                  00085773
      *----------------------------------------------------------------*00085774
                                                                        00085775
      *     LINHA DA GUIA E PARTIDA DA OBRIGACAO: DEBITO CAIXA /       *00085776
      *     MOVIMENTO DO DIA, CREDITO IOF A RECOLHER                   *00085777
            MOVE WRK-AGENCIA-REM       TO WRK-LI-AGENCIA                00085778
            MOVE WRK-QTD-AGENCIA       TO WRK-LI-QTD                    00085779
            MOVE WRK-IOF-AGENCIA       TO WRK-LI-VALOR                  00085780
            WRITE FD-RELIOF            FROM WRK-LINIOF                  00085781
            PERFORM 1190-TESTAR-WRK-FS-RELIOF                           00085782
                                                                        00085783
            MOVE SPACES                TO WRK-HISTORICO-LANC            00085784
            STRING 'IOF A RECOLHER AG '                                 00085785
                   WRK-AGENCIA-REM                                      00085786
                   DELIMITED BY SIZE                                    00085787
                   INTO WRK-HISTORICO-LANC                              00085788
                                                                        00085789
            MOVE SPACES                TO FD-GLMOV                      00085790
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00085791
            MOVE WRK-CONTA-CAIXA       TO FD-GLJ-CONTA-CTB              00085792
            MOVE 'D'                   TO FD-GLJ-NATUREZA               00085793
            MOVE WRK-IOF-AGENCIA       TO FD-GLJ-VALOR                  00085794
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00085795
            WRITE FD-GLMOV                                              00085796
            PERFORM 1195-TESTAR-WRK-FS-GLIOF                            00085797
                                                                        00085798
            MOVE SPACES                TO FD-GLMOV                      00085799
            MOVE WRK-DATA-EXEC         TO FD-GLJ-DATA                   00085800
            MOVE WRK-CONTA-IOF         TO FD-GLJ-CONTA-CTB              00085805
            MOVE 'C'                   TO FD-GLJ-NATUREZA               00085810
            MOVE WRK-IOF-AGENCIA       TO FD-GLJ-VALOR                  00085815
            MOVE WRK-HISTORICO-LANC    TO FD-GLJ-HISTORICO              00085820
            WRITE FD-GLMOV                                              00085825
            PERFORM 1195-TESTAR-WRK-FS-GLIOF                            00085830
                                                                        00085835
            ADD 2                      TO ACUM-LANCAMENTOS              00085840
            ADD WRK-IOF-AGENCIA        TO ACUM-SOMA-DEBITOS             00085845
                                          ACUM-IOF-RECOLHER             00085850
            ADD WRK-QTD-AGENCIA        TO ACUM-IOF-CONTAS               00085855
                                                                        00085860
            MOVE ZEROS                 TO WRK-IOF-AGENCIA               00085865
                                          WRK-QTD-AGENCIA.              00085870
                                                                        00085875
      *----------------------------------------------------------------*00085880
       3600-99-FIM.                           EXIT.                     00085885
      *----------------------------------------------------------------*00085890
                                                                        00085895
      *----------------------------------------------------------------*00085900
       3900-GRAVAR-JURNOVO                    SECTION.                  00086000
      *----------------------------------------------------------------*00086100
       4000-FINALIZAR                        SECTION.                   00087600
      *----------------------------------------------------------------*00087700
                                                                        00087800
            IF WRK-AGENCIA-REM NOT EQUAL SPACES                         00087805
               PERFORM 3600-FECHAR-AGENCIA-IOF                          00087810
            END-IF                                                      00087815
                                                                        00087820
            MOVE 'TOTAL A RECOLHER'    TO WRK-TI-TEXTO                  00087825
            MOVE ACUM-IOF-RECOLHER     TO WRK-TI-VALOR                  00087830
            WRITE FD-RELIOF            FROM WRK-TOTIOF                  00087835
            PERFORM 1190-TESTAR-WRK-FS-RELIOF                           00087840
                                                                        00087845
            MOVE SPACES               TO FD-GLMOV                       00087850
            MOVE '99999999'           TO FD-GLJ-T-CONTA                 00087855
            MOVE ACUM-LANCAMENTOS     TO FD-GLJ-T-QTD-REG               00087860
            MOVE ACUM-SOMA-DEBITOS    TO FD-GLJ-T-SOMA-DEB              00087865
            WRITE FD-GLMOV                                              00087870
            PERFORM 1195-TESTAR-WRK-FS-GLIOF                            00087875
                                                                        00087880
            MOVE SPACES               TO FD-MOV2505                     00087900
            MOVE '9999'               TO FD-MOV2505-T-TIPO              00088000
            MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG           00088100
                  JURNOVO                                               00088700
                  MOVJA                                                 00088800
                  RELJUR                                                00088900
                  RELIOF                                                00088933
                  GLIOF                                                 00088966
                                                                        00089000
            IF NOT WRK-SEM-JURANT-SIM                                   00089100
               CLOSE JURANT                                             00089200
            END-IF                                                      00089300
                                                                        00089320
            IF NOT WRK-SEM-BAIXAS-SIM                                   00089340
               CLOSE BAIXAS                                             00089360
            END-IF                                                      00089380
                                                                        00089400
            DISPLAY '*************************************************' 00089500
            DISPLAY '        ACUMULO DIARIO DE JUROS CH.ESPECIAL      ' 00089600
            DISPLAY '  ACUMULOS CARREGADOS :  ' ACUM-CARREGADOS         00090100
            DISPLAY '  CONSOLIDADOS EMITID.:  ' ACUM-EMITIDOS           00090200
            DISPLAY '  VALOR EMITIDO       :  ' ACUM-VALOR-EMITIDO      00090300
            DISPLAY '  CONTAS BAIXADAS     :  ' ACUM-BAIXADAS           00090350
            DISPLAY '  IOF DO DIA          :  ' ACUM-IOF-DIA            00090360
            DISPLAY '  DEBITOS IOF EMITIDOS:  ' ACUM-IOF-EMITIDOS       00090370
            DISPLAY '  VALOR IOF DEBITADO  :  ' ACUM-IOF-VALOR-EMITIDO  00090380
            DISPLAY '  IOF A RECOLHER      :  ' ACUM-IOF-RECOLHER       00090390
            DISPLAY '                                                 ' 00090400
            DISPLAY '*************************************************'.00090500
                                                                        00090600
