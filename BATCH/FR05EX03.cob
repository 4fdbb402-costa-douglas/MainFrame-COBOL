      *    JCLRESU          O    RESUMO POR CLIENTE (SALDO INI/FIM)    *00004400
      *    JCLCLI          I/O   CADASTRO DE CLIENTES (VSAM KSDS)   *  00004450
      *    JCLCKPT         I/O   CHECKPOINT/RESTART                    *00004500
      *    JCLMOVH          I    HISTORICO DE MOVIMENTOS POSTADOS,  *   00004501
      *                          POR CHAVE+DATA (ESTORNOS)          *   00004502
      *    JCLBLQ           I    BLOQUEIOS JUDICIAIS/ADMINIST.      *   00004551
      *    JCLCLIJ          O    JOURNAL DE IMAGENS ANTERIORES DO   *   00000000
      *                          CADASTRO (DISP=MOD)                *   00000000
      *----------------------------------------------------------------*00004600
      *    BOOKS    :    B#CLIMST, B#GRALOG, B#CKPT, B#PARAM         *  00004700
      *                  B#MOVREG, B#MOVRJ, B#MOVHST, B#TOTPAR     *    00004701
      *                  B#BLOQJ, B#CLIJRN                         *    00004750
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *----------------------------------------------------------------*00005000
      *                           RODIZIO DE GERACOES DO CADASTRO;   *  00007974
      *                           OS LEITORES PASSAM A ABRIR O       *  00007975
      *                           PROPRIO CLUSTER                    *  00007976
      *      15/10/2026  DPC      MOVIMENTO TIPO 'E' (ESTORNO): O    *  00007977
      *                           LANCAMENTO ORIGINAL (DATA,         *  00007978
      *                           HISTORICO, TIPO E VALOR, NA MESMA  *  00007979
      *                           CONTA) E PROCURADO NO MOVHIST      *  00007980
      *                           (JCLMOVH, POR CHAVE+DATA); ESTORNO *  00007981
      *                           SEM ORIGINAL OU DE LANCAMENTO JA   *  00007982
      *                           ESTORNADO VAI PARA O MOVREJ. O     *  00007983
      *                           ESTORNO POSTA COM O SINAL INVERSO  *  00007984
      *                           DO ORIGINAL (ESTORNO DE CREDITO    *  00007985
      *                           PASSA PELO LIMITE DE CH.ESPECIAL)  *  00007986
      *                           E TEM TOTAIS PROPRIOS NA           *  00007987
      *                           RECONCILIACAO, NO TOTPART (LRECL   *  00007988
      *                           170) E NO CHECKPOINT (LRECL 165);  *  00007989
      *                           MOV2505 COM LRECL 106 E MOVREJ     *  00007990
      *                           COM LRECL 144                      *  00007991
      *      15/10/2026  DPC      BLOQUEIO JUDICIAL/ADMINISTRATIVO   *  00007992
      *                           (BLOQJUD, JCLBLQ, BOOK B#BLOQJ),   *  00007993
      *                           LIDO SO PARA FRENTE NA ORDEM DO    *  00007994
      *                           MOV2505: COM BLOQUEIO ATIVO TIPO   *  00007995
      *                           'T' OU 'D' NENHUM DEBITO (D/J/F E  *  00007996
      *                           ESTORNO DE CREDITO) POSTA E TIPO   *  00007997
      *                           'V' O DEBITO SO POSTA SE O SALDO   *  00007998
      *                           FICA NO MINIMO NO VALOR BLOQUEADO; *  00007999
      *                           CREDITO SEMPRE POSTA; RECUSA       *  00008000
      *                           VAI PARA O MOVREJ COM O MOTIVO     *  00008001
      *      15/10/2026  DPC      ANTES DE CADA REWRITE NO CLUSTER   *  00000000
      *                           CLI2505 A IMAGEM DA CONTA COMO FOI *  00000000
      *                           LIDA (COM O SALDO E A DATA QUE VAO *  00000000
      *                           SER GRAVADOS) SAI NO JOURNAL       *  00000000
      *                           CLIJRN (JCLCLIJ, BOOK B#CLIJRN,    *  00000000
      *                           DISP=MOD), E NO FIM NORMAL UM      *  00000000
      *                           REGISTRO COM OS TOTAIS DA          *  00000000
      *                           EXECUCAO; O FR05EX81 USA O JOURNAL *  00000000
      *                           PARA DESFAZER O CICLO DE UMA DATA  *  00000000
      *================================================================*00007900
                                                                        00008000
      *================================================================*00008100
                                                                        00011496
             SELECT TOTPART  ASSIGN      TO JCLTOTP                     00011497
                    FILE STATUS          IS WRK-FS-TOTPART.             00011498
             SELECT MOVHIST  ASSIGN      TO JCLMOVH                     00011499
                    FILE STATUS          IS WRK-FS-MOVHIST.             00011500
             SELECT BLOQJUD  ASSIGN      TO JCLBLQ                      00011501
                    ORGANIZATION         IS INDEXED                     00011502
                    ACCESS MODE          IS SEQUENTIAL                  00011503
                    RECORD KEY           IS FD-BLQ-CHAVE                00011504
                    FILE STATUS          IS WRK-FS-BLOQJUD.             00011505
                                                                        00011500
             SELECT CLIJRN   ASSIGN      TO JCLCLIJ                     00000000
                    FILE STATUS          IS WRK-FS-CLIJRN.              00000000
             SELECT CKPT     ASSIGN      TO JCLCKPT                     00011600
                    FILE STATUS          IS WRK-FS-CKPT.                00011700
      *================================================================*00011800
           COPY 'B#CLIMST'.                                             00013400
                                                                        00014000
      *----------------------------------------------------------------*00014100
      *  INPUT - DADOS DO ARQUIVO DE ENTRADA (MOV2505) - LRECL = 106.  *00014200
      *----------------------------------------------------------------*00014300
                                                                        00014400
       FD MOV2505                                                       00014500
       01 FD-MOV2505C                     PIC X(082).                   00017800
                                                                        00017900
      *----------------------------------------------------------------*00018000
      *  OUTPUT - MOVIMENTOS REJEITADOS (MOVREJ) - LRECL = 144.        *00018100
      *----------------------------------------------------------------*00018200
                                                                        00018300
       FD MOVREJ                                                        00018400
          05 FD-RESUMO-SEGMENTO           PIC X(001).                   00009920
                                                                        00021300
      *----------------------------------------------------------------*00021400
      *  I/O - CHECKPOINT/RESTART (CKPT) - LRECL = 165.                *00021500
      *----------------------------------------------------------------*00021600
                                                                        00021700
       FD CKPT                                                          00021800
           LABEL RECORD IS STANDARD                                     00022000
           BLOCK CONTAINS 0 RECORDS.                                    00022100
                                                                        00022200
       01 FD-CKPT                         PIC X(165).                   00022300
                                                                        00022310
      *----------------------------------------------------------------*00022397
      *  OUTPUT - CONTAS DUPLICADAS NO CLI2505 - LRECL = 082.         * 00022398
       01 FD-CLIDUP                      PIC X(082).                    00022406
                                                                        00022407
      *----------------------------------------------------------------*00022408
      *  OUTPUT - TOTAIS DA PARTICAO (TOTPART) - LRECL = 170.         * 00022409
      *----------------------------------------------------------------*00022410
                                                                        00022411
       FD TOTPART                                                       00022412
           LABEL RECORD IS STANDARD                                     00022414
           BLOCK CONTAINS 0 RECORDS.                                    00022415
                                                                        00022416
       01 FD-TOTPART                     PIC X(170).                    00022417
      *----------------------------------------------------------------*00022418
      *  INPUT - HISTORICO DE MOVIMENTOS, POR CHAVE+DATA - LRECL = 114.*00022419
      *----------------------------------------------------------------*00022420
                                                                        00022421
       FD MOVHIST                                                       00022422
           RECORDING MODE IS F                                          00022423
           LABEL RECORD IS STANDARD                                     00022424
           BLOCK CONTAINS 0 RECORDS.                                    00022425
                                                                        00022426
           COPY 'B#MOVHST'.                                             00022427
      *----------------------------------------------------------------*00022428
      *  INPUT - BLOQUEIOS JUDICIAIS/ADMINIST. (VSAM) - LRECL = 080.   *00022429
      *----------------------------------------------------------------*00022430
                                                                        00022431
       FD BLOQJUD.                                                      00022432
                                                                        00022433
           COPY 'B#BLOQJ'.                                              00022434
      *----------------------------------------------------------------*00000000
      *  OUTPUT - JOURNAL DE IMAGENS ANTERIORES (CLIJRN) - LRECL = 200.*00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD CLIJRN                                                        00000000
           RECORDING MODE IS F                                          00000000
           LABEL RECORD IS STANDARD                                     00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#CLIJRN'.                                             00000000
                                                                        00022400
      *----------------------------------------------------------------*00022500
       WORKING-STORAGE                            SECTION.              00022600
       77 WRK-FS-CKPT                    PIC X(002) VALUE ZEROS.        00024600
       77 WRK-FS-CLIDUP                  PIC X(002) VALUE SPACES.       00024660
       77 WRK-FS-TOTPART                 PIC X(002) VALUE SPACES.       00024670
       77 WRK-FS-MOVHIST                 PIC X(002) VALUE SPACES.       00024671
       77 WRK-FS-BLOQJUD                 PIC X(002) VALUE SPACES.       00024685
       77 WRK-FS-CLIJRN                  PIC X(002) VALUE SPACES.       00000000
                                                                        00024700
      *----------------------------------------------------------------*00024800
      *----------------------------------------------------------------*00024900
       77 ACUM-TOTAL-DEBITO              PIC 9(010)V99 VALUE ZEROS.        00026400
       77 ACUM-TOTAL-JUROS               PIC 9(010)V99 VALUE ZEROS.        00026500
       77 ACUM-TOTAL-TARIFA              PIC 9(010)V99 VALUE ZEROS.        00026600
       77 ACUM-TOTAL-EST-CREDITO         PIC 9(010)V99 VALUE ZEROS.     00026007
       77 ACUM-TOTAL-EST-DEBITO          PIC 9(010)V99 VALUE ZEROS.     00026008
       77 ACUM-TOTAL-EST-JUROS           PIC 9(010)V99 VALUE ZEROS.     00026009
       77 ACUM-TOTAL-EST-TARIFA          PIC 9(010)V99 VALUE ZEROS.     00026010
                                                                        00026700
      *----------------------------------------------------------------*00026800
       01 FILLER                         PIC X(050)       VALUE         00026900
           88 WRK-MOV-REJEITADO-SIM                  VALUE 'S'.         00028459
       77 ACUM-TRF-REJEITADAS            PIC 9(004) VALUE ZEROS.        00028460
       77 ACUM-TRF-ORFAS                 PIC 9(004) VALUE ZEROS.        00028461
      *----------------------------------------------------------------*00028462
       01 FILLER                         PIC X(050)       VALUE         00028463
                '*** AREA DE ESTORNOS (HISTORICO DA CONTA) ***'.        00028464
      *----------------------------------------------------------------*00028465
                                                                        00028466
       01 WRK-TABELA-HIST.                                              00028467
          05 WRK-TAB-HST                 OCCURS 1000 TIMES              00028468
                                          INDEXED BY WRK-IDX-HST.       00028469
             10 WRK-TAB-HST-DATA         PIC X(08).                     00028470
             10 WRK-TAB-HST-MOVIMENTO    PIC X(30).                     00028471
             10 WRK-TAB-HST-VALOR        PIC 9(08)V99.                  00028472
             10 WRK-TAB-HST-TIPO         PIC X(01).                     00028473
             10 WRK-TAB-HST-ESTORNADO    PIC X(01).                     00028474
                88 WRK-HST-ESTORNADO-SIM              VALUE 'S'.        00028475
                                                                        00028476
       77 WRK-TAB-HST-QTDE               PIC 9(004) VALUE ZEROS.        00028477
       77 WRK-CHAVE-HST-CARGA            PIC X(010) VALUE LOW-VALUES.   00028478
       77 WRK-EST-DATA                   PIC X(008) VALUE SPACES.       00028479
       77 WRK-EST-MOVIMENTO              PIC X(030) VALUE SPACES.       00028480
       77 WRK-EST-VALOR                  PIC 9(008)V99 VALUE ZEROS.     00028481
       77 WRK-EST-TIPO                   PIC X(001) VALUE SPACES.       00028482
       77 WRK-HST-ACHOU                  PIC X(001) VALUE 'N'.          00028483
           88 WRK-HST-ACHOU-SIM                      VALUE 'S'.         00028484
       77 WRK-HST-JA-ESTORNADO           PIC X(001) VALUE 'N'.          00028485
           88 WRK-HST-JA-ESTORNADO-SIM               VALUE 'S'.         00028486
       77 ACUM-ESTORNOS                  PIC 9(004) VALUE ZEROS.        00028487
      *----------------------------------------------------------------*00028488
       01 FILLER                         PIC X(050)       VALUE         00028489
                '*** AREA DE BLOQUEIOS JUDICIAIS/ADMINIST. ***'.        00028490
      *----------------------------------------------------------------*00028491
                                                                        00028492
       77 WRK-SEM-BLOQJUD                PIC X(001) VALUE 'N'.          00028493
           88 WRK-SEM-BLOQJUD-SIM                    VALUE 'S'.         00028494
       77 WRK-CHAVE-ATUAL-BLQ            PIC X(010) VALUE LOW-VALUES.   00028495
       77 WRK-CHAVE-BLQ-CARGA            PIC X(010) VALUE LOW-VALUES.   00028496
       77 WRK-BLQ-TOTAL                  PIC X(001) VALUE 'N'.          00028497
           88 WRK-BLQ-TOTAL-SIM                      VALUE 'S'.         00028498
       77 WRK-BLQ-DEBITO                 PIC X(001) VALUE 'N'.          00028499
           88 WRK-BLQ-DEBITO-SIM                     VALUE 'S'.         00028500
       77 WRK-BLQ-VALOR-RETIDO           PIC 9(010)V99 VALUE ZEROS.     00028501
       77 WRK-MOV-E-DEBITO               PIC X(001) VALUE 'N'.          00028502
           88 WRK-MOV-E-DEBITO-SIM                   VALUE 'S'.         00028503
       77 ACUM-BLOQUEADOS                PIC 9(004) VALUE ZEROS.        00028504
      *----------------------------------------------------------------*00000000
       01 FILLER                         PIC X(050)       VALUE         00000000
                '*** AREA DO JOURNAL DE IMAGENS ANTERIORES ***'.        00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       01 WRK-CLI-ANTES                  PIC X(082) VALUE SPACES.       00000000
       77 WRK-HORA-JRN                   PIC X(008) VALUE SPACES.       00000000
       77 ACUM-GRAV-CLIJRN               PIC 9(007) VALUE ZEROS.        00000000
                                                                        00028500
      *----------------------------------------------------------------*00028600
      *----------------------------------------------------------------*00028700
          05 WRK-CKPT-TOTAL-DEBITO      PIC 9(010)V99.                     00030097
          05 WRK-CKPT-TOTAL-JUROS       PIC 9(010)V99.                     00030098
          05 WRK-CKPT-TOTAL-TARIFA      PIC 9(010)V99.                     00030099
          05 WRK-CKPT-TOTAL-EST-CREDITO PIC 9(010)V99.                  00030100
          05 WRK-CKPT-TOTAL-EST-DEBITO  PIC 9(010)V99.                  00030101
          05 WRK-CKPT-TOTAL-EST-JUROS   PIC 9(010)V99.                  00030102
          05 WRK-CKPT-TOTAL-EST-TARIFA  PIC 9(010)V99.                  00030103
                                                                        00030100
      *----------------------------------------------------------------*00030200
      *----------------------------------------------------------------*00030300
                                                                        00035900
           PERFORM 1100-TESTAR-STATUS.                                  00036000
                                                                        00036100
           OPEN INPUT  MOVHIST                                          00036101
           PERFORM 1190-TESTAR-WRK-FS-MOVHIST                           00036102
           PERFORM 2300-LER-MOVHIST                                     00036103
      *    SEM CADASTRO DE BLOQUEIOS (AINDA NAO CARREGADO) NAO E ERRO * 00036112
           OPEN INPUT  BLOQJUD                                          00036121
           IF WRK-FS-BLOQJUD EQUAL '35'                                 00036130
              MOVE 'S'                  TO WRK-SEM-BLOQJUD              00036139
              MOVE '10'                 TO WRK-FS-BLOQJUD               00036148
           ELSE                                                         00036157
              PERFORM 1195-TESTAR-WRK-FS-BLOQJUD                        00036166
           END-IF                                                       00036175
           PERFORM 2400-LER-BLOQJUD                                     00036184
           PERFORM 1200-LER-CHECKPOINT                                  00036200
                                                                        00036210
           MOVE WRK-DTP-DATA TO WRK-DATA-HOJE.                          00036220
      *----------------------------------------------------------------*05323043
       1185-99-FIM.                           EXIT.                     05323044
      *----------------------------------------------------------------*05323045
      *----------------------------------------------------------------*00000000
       1187-TESTAR-WRK-FS-CLIJRN             SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           IF WRK-FS-CLIJRN NOT EQUAL ZEROS                             00000000
              MOVE 'FR05EX03'           TO WRK-PROGRAMA                 00000000
              MOVE 'ERRO NO ARQUIVO CLIJRN' TO WRK-MENSAGEM             00000000
              MOVE '1187'               TO WRK-SECAO                    00000000
              MOVE WRK-FS-CLIJRN        TO WRK-STATUS                   00000000
              PERFORM 9000-TRATAR-ERRO                                  00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1187-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
      *----------------------------------------------------------------*05323046
       1190-TESTAR-WRK-FS-MOVHIST            SECTION.                   05323047
      *----------------------------------------------------------------*05323048
                                                                        05323049
           IF WRK-FS-MOVHIST NOT EQUAL ZEROS                            05323050
              MOVE 'FR05EX03'           TO WRK-PROGRAMA                 05323051
              MOVE 'ERRO NO ARQUIVO MOVHIST' TO WRK-MENSAGEM            05323052
              MOVE '1190'               TO WRK-SECAO                    05323053
              MOVE WRK-FS-MOVHIST       TO WRK-STATUS                   05323054
              PERFORM 9000-TRATAR-ERRO                                  05323055
           END-IF.                                                      05323056
                                                                        05323057
      *----------------------------------------------------------------*05323058
       1190-99-FIM.                           EXIT.                     05323059
      *----------------------------------------------------------------*05323060
      *----------------------------------------------------------------*05323061
       1195-TESTAR-WRK-FS-BLOQJUD            SECTION.                   05323062
      *----------------------------------------------------------------*05323063
                                                                        05323064
           IF WRK-FS-BLOQJUD NOT EQUAL ZEROS                            05323065
              MOVE 'FR05EX03'           TO WRK-PROGRAMA                 05323066
              MOVE 'ERRO NO ARQUIVO BLOQJUD' TO WRK-MENSAGEM            05323067
              MOVE '1195'               TO WRK-SECAO                    05323068
              MOVE WRK-FS-BLOQJUD       TO WRK-STATUS                   05323069
              PERFORM 9000-TRATAR-ERRO                                  05323070
           END-IF.                                                      05323071
                                                                        05323072
      *----------------------------------------------------------------*05323073
       1195-99-FIM.                           EXIT.                     05323074
      *----------------------------------------------------------------*05323075
                                                                        00053300
      ******************************************************************00053310
      *                  A B R I R   S A I D A S                       *00053320
           END-IF.                                                      00536626
                                                                        00536627
           PERFORM 1176-TESTAR-WRK-FS-CLIDUP.                           00536628
           OPEN EXTEND CLIJRN.                                          00000000
                                                                        00000000
           IF WRK-FS-CLIJRN EQUAL '35'                                  00000000
              CLOSE CLIJRN                                              00000000
              OPEN OUTPUT CLIJRN                                        00000000
           END-IF.                                                      00000000
                                                                        00000000
           PERFORM 1187-TESTAR-WRK-FS-CLIJRN.                           00000000
                                                                        00053661
                                                                        00053660
      *----------------------------------------------------------------*00053670
                 MOVE WRK-CKPT-TOTAL-DEBITO   TO ACUM-TOTAL-DEBITO      00054890
                 MOVE WRK-CKPT-TOTAL-JUROS    TO ACUM-TOTAL-JUROS       00054893
                 MOVE WRK-CKPT-TOTAL-TARIFA   TO ACUM-TOTAL-TARIFA      00054896
                 MOVE WRK-CKPT-TOTAL-EST-CREDITO                        00054897
                                         TO ACUM-TOTAL-EST-CREDITO      00054898
                 MOVE WRK-CKPT-TOTAL-EST-DEBITO                         00054899
                                         TO ACUM-TOTAL-EST-DEBITO       00054900
                 MOVE WRK-CKPT-TOTAL-EST-JUROS                          00054901
                                         TO ACUM-TOTAL-EST-JUROS        00054902
                 MOVE WRK-CKPT-TOTAL-EST-TARIFA                         00054903
                                         TO ACUM-TOTAL-EST-TARIFA       00054904
                 MOVE 'S'                TO WRK-CKPT-RESTAURADO         00054900
                 PERFORM 1210-AVANCAR-CLI2505                           00055000
                 PERFORM 1230-AVANCAR-MOV2505                           00055100
            END-IF                                                      00066258
            IF WRK-FS-CLI2505         NOT EQUAL '10'                    00066300
               MOVE FD-CLI2505-CHAVE  TO WRK-CHAVE-ATUAL-CLI            00066400
               MOVE FD-CLI2505        TO WRK-CLI-ANTES                  00000000
               MOVE FD-CLI2505-SALDO  TO WRK-SALDO-INICIAL              00066500
               ADD FD-CLI2505-SALDO   TO ACUM-SALDO-INICIAL             00066600
            ELSE                                                        00066650
      *----------------------------------------------------------------*00068500
       2200-99-FIM.                         EXIT.                       00068600
      *----------------------------------------------------------------*00068700
      *----------------------------------------------------------------*00068701
       2300-LER-MOVHIST                        SECTION.                 00068702
      *----------------------------------------------------------------*00068703
                                                                        00068704
      *    HISTORICO LIDO SO PARA FRENTE, NA ORDEM DE CHAVE DO MOV2505 *00068705
            READ MOVHIST                                                00068706
                                                                        00068707
            IF WRK-FS-MOVHIST         EQUAL '10'                        00068708
               MOVE HIGH-VALUES       TO FD-MOVHIST-CHAVE               00068709
               GO                     TO 2300-99-FIM                    00068710
            END-IF                                                      00068711
                                                                        00068712
            PERFORM 1190-TESTAR-WRK-FS-MOVHIST.                         00068713
                                                                        00068714
      *----------------------------------------------------------------*00068715
       2300-99-FIM.                         EXIT.                       00068716
      *----------------------------------------------------------------*00068717
      *----------------------------------------------------------------*00068720
       2400-LER-BLOQJUD                        SECTION.                 00068723
      *----------------------------------------------------------------*00068726
                                                                        00068729
      *    BLOQUEIOS LIDOS SO PARA FRENTE, NA ORDEM DE CHAVE DO MOV2505*00068732
            IF WRK-FS-BLOQJUD         EQUAL '10'                        00068735
               MOVE HIGH-VALUES       TO WRK-CHAVE-ATUAL-BLQ            00068738
               GO                     TO 2400-99-FIM                    00068741
            END-IF                                                      00068744
                                                                        00068747
            READ BLOQJUD                                                00068750
                                                                        00068753
            IF WRK-FS-BLOQJUD         EQUAL '10'                        00068756
               MOVE HIGH-VALUES       TO WRK-CHAVE-ATUAL-BLQ            00068759
               GO                     TO 2400-99-FIM                    00068762
            END-IF                                                      00068765
                                                                        00068768
            PERFORM 1195-TESTAR-WRK-FS-BLOQJUD                          00068771
            MOVE FD-BLQ-CHAVE-CONTA   TO WRK-CHAVE-ATUAL-BLQ.           00068774
                                                                        00068777
      *----------------------------------------------------------------*00068780
       2400-99-FIM.                         EXIT.                       00068783
      *----------------------------------------------------------------*00068786
      ******************************************************************00068800
      *                     P R O C E S S A R                          *00068900
      ******************************************************************00069000
               MOVE WRK-DATA-HOJE        TO FD-CLI2505-DATA-ULT-MOV     00072922
            END-IF                                                      00072923
            MOVE 'N'                     TO WRK-CONTA-MOVIMENTOU        00072924
      *     IMAGEM ANTERIOR NO JOURNAL ANTES DE REGRAVAR A CONTA       *00000000
            PERFORM 3150-GRAVAR-IMAGEM-ANTERIOR                         00000000
      *     O SALDO ATUALIZADO VOLTA PARA O PROPRIO CLUSTER            *00072925
            REWRITE FD-CLI2505                                          00072930
            PERFORM 1110-TESTAR-WRK-FS-CLI2505                          00072940
      *----------------------------------------------------------------*00075200
       3100-99-FIM.                           EXIT.                     00075300
      *----------------------------------------------------------------*00075400
      *----------------------------------------------------------------*00000000
       3150-GRAVAR-IMAGEM-ANTERIOR            SECTION.                  00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            ACCEPT WRK-HORA-JRN          FROM TIME                      00000000
            MOVE SPACES                  TO FD-CLIJRN                   00000000
            MOVE 'B'                     TO FD-JRN-TIPO                 00000000
            MOVE WRK-DATA-EXEC           TO FD-JRN-DATA-MOVTO           00000000
            MOVE WRK-RUN-PROGRAMA        TO FD-JRN-PROGRAMA             00000000
            MOVE WRK-HORA-JRN            TO FD-JRN-HORA                 00000000
            MOVE WRK-CLI-ANTES           TO FD-JRN-CLIENTE              00000000
            MOVE FD-CLI2505-SALDO        TO FD-JRN-SALDO-DEPOIS         00000000
            MOVE FD-CLI2505-DATA-ULT-MOV TO FD-JRN-DT-ULT-DEPOIS        00000000
            WRITE FD-CLIJRN                                             00000000
            PERFORM 1187-TESTAR-WRK-FS-CLIJRN                           00000000
            ADD 1                        TO ACUM-GRAV-CLIJRN.           00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3150-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00075500
      *----------------------------------------------------------------*00075600
       3200-ATUALIZAR-SALDO                   SECTION.                  00075700
               END-IF                                                   00075990
            END-IF                                                      00075991
                                                                        00075992
      *     CONTA COM BLOQUEIO JUDICIAL/ADMINISTRATIVO ATIVO           *00075993
            PERFORM 3260-VERIFICAR-BLOQUEIO                             00075994
            IF WRK-MOV-REJEITADO-SIM                                    00075995
               GO                     TO 3200-99-FIM                    00075996
            END-IF                                                      00075997
                                                                        00075998
            IF FD-MOV2505-VALOR          NOT NUMERIC                    00076000
               OR FD-MOV2505-VALOR       EQUAL ZEROS                    00076100
               MOVE 'VALOR DO MOVIMENTO INVALIDO' TO WRK-MOTIVO-REJEITO 00076200
                        ZERO - FD-CLI2505-LIM-CHESP                     00077503
                        ADD FD-MOV2505-VALOR TO ACUM-TOTAL-TARIFA       00077504
                     END-IF                                             00077505
                  WHEN 'E'                                              00077506
                     PERFORM 3400-ESTORNAR                              00077507
                  WHEN OTHER                                            00077800
                     MOVE 'TIPO DE MOVIMENTO INVALIDO'                  00077900
                                          TO WRK-MOTIVO-REJEITO         00078000
      *----------------------------------------------------------------*00786018
       3250-99-FIM.                           EXIT.                     00786019
      *----------------------------------------------------------------*00786020
      *----------------------------------------------------------------*00786021
       3260-VERIFICAR-BLOQUEIO                SECTION.                  00786022
      *----------------------------------------------------------------*00786023
                                                                        00786024
      *    BLOQUEIO ATIVO NA DATA DE MOVIMENTO (B#BLOQJ) SO ATINGE O   *00786025
      *    DEBITO - CREDITO SEMPRE POSTA: TOTAL E A DEBITO RECUSAM TODO*00786026
      *    DEBITO E DE VALOR RECUSA O DEBITO QUE DEIXA O SALDO ABAIXO  *00786027
      *    DO VALOR BLOQUEADO                                          *00000000
            IF FD-MOV2505-CHAVE NOT EQUAL WRK-CHAVE-BLQ-CARGA           00786028
               PERFORM 3270-CARREGAR-BLOQUEIOS                          00786029
            END-IF                                                      00786030
                                                                        00786031
            IF NOT WRK-BLQ-TOTAL-SIM                                    00786032
             AND NOT WRK-BLQ-DEBITO-SIM                                 00786033
             AND WRK-BLQ-VALOR-RETIDO EQUAL ZEROS                       00786034
               GO                  TO 3260-99-FIM                       00786035
            END-IF                                                      00786036
                                                                        00786037
      *    DEBITO: TIPOS D, J, F E O ESTORNO DE UM CREDITO             *00786046
            IF FD-MOV2505-TIPO EQUAL 'D' OR 'J' OR 'F'                  00786047
             OR (FD-MOV2505-TIPO EQUAL 'E'                              00786048
             AND FD-MOV2505-EST-TIPO EQUAL 'C')                         00786049
               MOVE 'S'                    TO WRK-MOV-E-DEBITO          00786050
            ELSE                                                        00786051
               MOVE 'N'                    TO WRK-MOV-E-DEBITO          00786052
            END-IF                                                      00786053
                                                                        00786054
            IF NOT WRK-MOV-E-DEBITO-SIM                                 00786055
               GO                  TO 3260-99-FIM                       00786056
            END-IF                                                      00786057
                                                                        00786058
            IF WRK-BLQ-TOTAL-SIM                                        00000000
               MOVE 'CONTA COM BLOQUEIO TOTAL'                          00000000
                                           TO WRK-MOTIVO-REJEITO        00000000
               PERFORM 3300-GRAVAR-REJEITO                              00000000
               ADD 1                       TO ACUM-BLOQUEADOS           00000000
               GO                  TO 3260-99-FIM                       00000000
            END-IF                                                      00000000
                                                                        00000000
            IF WRK-BLQ-DEBITO-SIM                                       00786059
               MOVE 'CONTA BLOQUEADA PARA DEBITO'                       00786060
                                           TO WRK-MOTIVO-REJEITO        00786061
               PERFORM 3300-GRAVAR-REJEITO                              00786062
               ADD 1                       TO ACUM-BLOQUEADOS           00786063
               GO                  TO 3260-99-FIM                       00786064
            END-IF                                                      00786065
                                                                        00786066
            IF FD-MOV2505-VALOR NUMERIC                                 00786067
               COMPUTE WRK-SALDO-PROJETADO =                            00786068
                       FD-CLI2505-SALDO - FD-MOV2505-VALOR              00786069
               IF WRK-SALDO-PROJETADO LESS WRK-BLQ-VALOR-RETIDO         00786070
                  MOVE 'DEBITO ATINGE VALOR BLOQUEADO'                  00786071
                                           TO WRK-MOTIVO-REJEITO        00786072
                  PERFORM 3300-GRAVAR-REJEITO                           00786073
                  ADD 1                    TO ACUM-BLOQUEADOS           00786074
               END-IF                                                   00786075
            END-IF.                                                     00786076
                                                                        00786077
      *----------------------------------------------------------------*00786078
       3260-99-FIM.                           EXIT.                     00786079
      *----------------------------------------------------------------*00786080
                                                                        00786081
      *----------------------------------------------------------------*00786082
       3270-CARREGAR-BLOQUEIOS                SECTION.                  00786083
      *----------------------------------------------------------------*00786084
                                                                        00786085
      *    JUNTA OS BLOQUEIOS ATIVOS DA CONTA: BASTA UM 'T' OU UM 'D'; *00786086
      *    OS DE VALOR SE SOMAM                                        *00786087
            MOVE FD-MOV2505-CHAVE         TO WRK-CHAVE-BLQ-CARGA        00786088
            MOVE 'N'                      TO WRK-BLQ-TOTAL              00786089
                                             WRK-BLQ-DEBITO             00786090
            MOVE ZEROS                    TO WRK-BLQ-VALOR-RETIDO       00786091
                                                                        00786092
            PERFORM 2400-LER-BLOQJUD                                    00786093
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT LESS                  00786094
                          FD-MOV2505-CHAVE                              00786094
            PERFORM 3280-GUARDAR-BLOQUEIO                               00786095
                    UNTIL WRK-CHAVE-ATUAL-BLQ NOT EQUAL                 00786096
                          FD-MOV2505-CHAVE.                             00786096
                                                                        00786097
      *----------------------------------------------------------------*00786098
       3270-99-FIM.                           EXIT.                     00786099
      *----------------------------------------------------------------*00786100
                                                                        00786101
      *----------------------------------------------------------------*00786102
       3280-GUARDAR-BLOQUEIO                  SECTION.                  00786103
      *----------------------------------------------------------------*00786104
                                                                        00786105
      *    ATIVO = SITUACAO 'A' E DATA DE MOVIMENTO DENTRO DA VIGENCIA *00786106
            IF FD-BLQ-SIT-ATIVO                                         00786107
             AND FD-BLQ-DATA-INI NOT GREATER WRK-DATA-EXEC              00786108
             AND (FD-BLQ-DATA-FIM EQUAL SPACES                          00786109
                  OR FD-BLQ-DATA-FIM NOT LESS WRK-DATA-EXEC)            00786110
               EVALUATE TRUE                                            00786111
                  WHEN FD-BLQ-TIPO-TOTAL                                00786112
                     MOVE 'S'             TO WRK-BLQ-TOTAL              00786113
                  WHEN FD-BLQ-TIPO-DEBITO                               00786114
                     MOVE 'S'             TO WRK-BLQ-DEBITO             00786115
                  WHEN FD-BLQ-TIPO-VALOR                                00786116
                     ADD FD-BLQ-VALOR     TO WRK-BLQ-VALOR-RETIDO       00786117
               END-EVALUATE                                             00786118
            END-IF                                                      00786119
                                                                        00786120
            PERFORM 2400-LER-BLOQJUD.                                   00786121
                                                                        00786122
      *----------------------------------------------------------------*00786123
       3280-99-FIM.                           EXIT.                     00786124
      *----------------------------------------------------------------*00786125
                                                                        00078800
      *----------------------------------------------------------------*00078900
       3300-GRAVAR-REJEITO                    SECTION.                  00079000
            MOVE WRK-DATA-HOJE           TO FD-MOVREJ-DATA              00079805
            MOVE FD-MOV2505-REF-TRANSF   TO FD-MOVREJ-REF-TRANSF        00079810
            MOVE FD-MOV2505-ORIGEM       TO FD-MOVREJ-ORIGEM            00079815
            MOVE FD-MOV2505-ESTORNO      TO FD-MOVREJ-ESTORNO           00079816
            WRITE FD-MOVREJ                                             00079900
            PERFORM 1150-TESTAR-WRK-FS-MOVREJ                           00080000
            ADD 1                        TO ACUM-REJEITADOS             00080100
      *----------------------------------------------------------------*00081270
       3350-99-FIM.                           EXIT.                     00081280
      *----------------------------------------------------------------*00081290
      ******************************************************************00081291
      *                     E S T O R N A R                            *00081292
      ******************************************************************00081293
                                                                        00081294
      *----------------------------------------------------------------*00081295
       3400-ESTORNAR                          SECTION.                  00081296
      *----------------------------------------------------------------*00081297
                                                                        00081298
      *     O ESTORNO APONTA O LANCAMENTO ORIGINAL DA PROPRIA CONTA    *00081299
      *     (DATA, HISTORICO E TIPO) E TEM O MESMO VALOR DELE          *00081300
            IF FD-MOV2505-EST-DATA       EQUAL SPACES                   00081301
             OR (FD-MOV2505-EST-TIPO     NOT EQUAL 'C'                  00081302
             AND FD-MOV2505-EST-TIPO     NOT EQUAL 'D'                  00081303
             AND FD-MOV2505-EST-TIPO     NOT EQUAL 'J'                  00081304
             AND FD-MOV2505-EST-TIPO     NOT EQUAL 'F')                 00081305
               MOVE 'ESTORNO SEM REFERENCIA VALIDA'                     00081306
                                           TO WRK-MOTIVO-REJEITO        00081307
               PERFORM 3300-GRAVAR-REJEITO                              00081308
               GO                  TO 3400-99-FIM                       00081309
            END-IF                                                      00081310
                                                                        00081311
            IF FD-MOV2505-CHAVE NOT EQUAL WRK-CHAVE-HST-CARGA           00081312
               PERFORM 3410-CARREGAR-HISTORICO                          00081313
            END-IF                                                      00081314
                                                                        00081315
            MOVE FD-MOV2505-EST-DATA      TO WRK-EST-DATA               00081316
            MOVE FD-MOV2505-EST-MOVIMENTO TO WRK-EST-MOVIMENTO          00081317
            MOVE FD-MOV2505-EST-TIPO      TO WRK-EST-TIPO               00081318
            MOVE FD-MOV2505-VALOR         TO WRK-EST-VALOR              00081319
            PERFORM 3450-LOCALIZAR-ORIGINAL                             00081320
                                                                        00081321
            IF NOT WRK-HST-ACHOU-SIM                                    00081322
               IF WRK-HST-JA-ESTORNADO-SIM                              00081323
                  MOVE 'LANCAMENTO JA ESTORNADO'                        00081324
                                           TO WRK-MOTIVO-REJEITO        00081325
               ELSE                                                     00081326
                  MOVE 'ESTORNO SEM LANCAMENTO ORIGINAL'                00081327
                                           TO WRK-MOTIVO-REJEITO        00081328
               END-IF                                                   00081329
               PERFORM 3300-GRAVAR-REJEITO                              00081330
               GO                  TO 3400-99-FIM                       00081331
            END-IF                                                      00081332
                                                                        00081333
      *     SINAL INVERSO DO ORIGINAL: ESTORNO DE CREDITO DEBITA A     *00081334
      *     CONTA (DENTRO DO LIMITE); OS DEMAIS CREDITAM               *00081335
            EVALUATE FD-MOV2505-EST-TIPO                                00081336
               WHEN 'C'                                                 00081337
                  PERFORM 3250-DEBITAR-COM-LIMITE                       00081338
                  IF NOT WRK-MOV-REJEITADO-SIM                          00081339
                     ADD FD-MOV2505-VALOR TO ACUM-TOTAL-EST-CREDITO     00081340
                  END-IF                                                00081341
               WHEN 'D'                                                 00081342
                  ADD FD-MOV2505-VALOR    TO FD-CLI2505-SALDO           00081343
                  MOVE 'S'                TO WRK-CONTA-MOVIMENTOU       00081344
                  ADD FD-MOV2505-VALOR    TO ACUM-TOTAL-EST-DEBITO      00081345
               WHEN 'J'                                                 00081346
                  ADD FD-MOV2505-VALOR    TO FD-CLI2505-SALDO           00081347
                  MOVE 'S'                TO WRK-CONTA-MOVIMENTOU       00081348
                  ADD FD-MOV2505-VALOR    TO ACUM-TOTAL-EST-JUROS       00081349
               WHEN 'F'                                                 00081350
                  ADD FD-MOV2505-VALOR    TO FD-CLI2505-SALDO           00081351
                  MOVE 'S'                TO WRK-CONTA-MOVIMENTOU       00081352
                  ADD FD-MOV2505-VALOR    TO ACUM-TOTAL-EST-TARIFA      00081353
            END-EVALUATE                                                00081354
                                                                        00081355
      *     ORIGINAL MARCADO: UM SEGUNDO ESTORNO NO MESMO CICLO RECUSA *00081356
            IF NOT WRK-MOV-REJEITADO-SIM                                00081357
               MOVE 'S'                   TO WRK-TAB-HST-ESTORNADO      00081358
                                             (WRK-IDX-HST)              00081359
               ADD 1                      TO ACUM-ESTORNOS              00081360
            END-IF.                                                     00081361
                                                                        00081362
      *----------------------------------------------------------------*00081363
       3400-99-FIM.                           EXIT.                     00081364
      *----------------------------------------------------------------*00081365
                                                                        00081366
      *----------------------------------------------------------------*00081367
       3410-CARREGAR-HISTORICO                SECTION.                  00081368
      *----------------------------------------------------------------*00081369
                                                                        00081370
      *     CARREGA OS LANCAMENTOS DA CONTA NO MOVHIST; OS ESTORNOS    *00081371
      *     JA POSTADOS EM CICLOS ANTERIORES MARCAM SEUS ORIGINAIS     *00081372
            MOVE ZEROS                   TO WRK-TAB-HST-QTDE            00081373
            MOVE FD-MOV2505-CHAVE        TO WRK-CHAVE-HST-CARGA         00081374
                                                                        00081375
            PERFORM 2300-LER-MOVHIST                                    00081376
                    UNTIL FD-MOVHIST-CHAVE NOT LESS FD-MOV2505-CHAVE    00081377
                                                                        00081378
            PERFORM 3420-GUARDAR-HISTORICO                              00081379
                    UNTIL FD-MOVHIST-CHAVE NOT EQUAL FD-MOV2505-CHAVE.  00081380
                                                                        00081381
      *----------------------------------------------------------------*00081382
       3410-99-FIM.                           EXIT.                     00081383
      *----------------------------------------------------------------*00081384
                                                                        00081385
      *----------------------------------------------------------------*00081386
       3420-GUARDAR-HISTORICO                 SECTION.                  00081387
      *----------------------------------------------------------------*00081388
                                                                        00081389
            IF FD-MOVHIST-TIPO           EQUAL 'E'                      00081390
               MOVE FD-MOVHIST-EST-DATA      TO WRK-EST-DATA            00081391
               MOVE FD-MOVHIST-EST-MOVIMENTO TO WRK-EST-MOVIMENTO       00081392
               MOVE FD-MOVHIST-EST-TIPO      TO WRK-EST-TIPO            00081393
               MOVE FD-MOVHIST-VALOR         TO WRK-EST-VALOR           00081394
               PERFORM 3450-LOCALIZAR-ORIGINAL                          00081395
               IF WRK-HST-ACHOU-SIM                                     00081396
                  MOVE 'S'               TO WRK-TAB-HST-ESTORNADO       00081397
                                            (WRK-IDX-HST)               00081398
               END-IF                                                   00081399
            ELSE                                                        00081400
               IF WRK-TAB-HST-QTDE GREATER OR EQUAL 1000                00081401
                  MOVE 'FR05EX03'        TO WRK-PROGRAMA                00081402
                  MOVE 'TABELA DE HISTORICO DA CONTA CHEIA'             00081403
                                         TO WRK-MENSAGEM                00081404
                  MOVE '3420'            TO WRK-SECAO                   00081405
                  MOVE FD-MOVHIST-CHAVE  TO WRK-STATUS                  00081406
                  PERFORM 9000-TRATAR-ERRO                              00081407
               END-IF                                                   00081408
               ADD 1                     TO WRK-TAB-HST-QTDE            00081409
               SET WRK-IDX-HST           TO WRK-TAB-HST-QTDE            00081410
               MOVE FD-MOVHIST-DATA      TO WRK-TAB-HST-DATA            00081411
                                            (WRK-IDX-HST)               00081412
               MOVE FD-MOVHIST-MOVIMENTO TO WRK-TAB-HST-MOVIMENTO       00081413
                                            (WRK-IDX-HST)               00081414
               MOVE FD-MOVHIST-VALOR     TO WRK-TAB-HST-VALOR           00081415
                                            (WRK-IDX-HST)               00081416
               MOVE FD-MOVHIST-TIPO      TO WRK-TAB-HST-TIPO            00081417
                                            (WRK-IDX-HST)               00081418
               MOVE 'N'                  TO WRK-TAB-HST-ESTORNADO       00081419
                                            (WRK-IDX-HST)               00081420
            END-IF                                                      00081421
                                                                        00081422
            PERFORM 2300-LER-MOVHIST.                                   00081423
                                                                        00081424
      *----------------------------------------------------------------*00081425
       3420-99-FIM.                           EXIT.                     00081426
      *----------------------------------------------------------------*00081427
                                                                        00081428
      *----------------------------------------------------------------*00081429
       3450-LOCALIZAR-ORIGINAL                SECTION.                  00081430
      *----------------------------------------------------------------*00081431
                                                                        00081432
      *     PROCURA O PRIMEIRO ORIGINAL AINDA NAO ESTORNADO COM A      *00081433
      *     MESMA DATA, HISTORICO, TIPO E VALOR                        *00081434
            MOVE 'N'                     TO WRK-HST-ACHOU               00081435
                                            WRK-HST-JA-ESTORNADO        00081436
                                                                        00081437
            IF WRK-TAB-HST-QTDE EQUAL ZEROS                             00081438
               GO                  TO 3450-99-FIM                       00081439
            END-IF                                                      00081440
                                                                        00081441
            PERFORM 3460-COMPARAR-ORIGINAL                              00081442
                    VARYING WRK-IDX-HST FROM 1 BY 1                     00081443
                    UNTIL WRK-IDX-HST GREATER WRK-TAB-HST-QTDE          00081444
                       OR WRK-HST-ACHOU-SIM                             00081445
                                                                        00081446
            IF WRK-HST-ACHOU-SIM                                        00081447
               SET WRK-IDX-HST           DOWN BY 1                      00081448
            END-IF.                                                     00081449
                                                                        00081450
      *----------------------------------------------------------------*00081451
       3450-99-FIM.                           EXIT.                     00081452
      *----------------------------------------------------------------*00081453
                                                                        00081454
      *----------------------------------------------------------------*00081455
       3460-COMPARAR-ORIGINAL                 SECTION.                  00081456
      *----------------------------------------------------------------*00081457
                                                                        00081458
            IF WRK-TAB-HST-DATA (WRK-IDX-HST)      EQUAL WRK-EST-DATA   00081459
             AND WRK-TAB-HST-MOVIMENTO (WRK-IDX-HST)                    00081460
                                              EQUAL WRK-EST-MOVIMENTO   00081461
             AND WRK-TAB-HST-TIPO (WRK-IDX-HST)    EQUAL WRK-EST-TIPO   00081462
             AND WRK-TAB-HST-VALOR (WRK-IDX-HST)   EQUAL WRK-EST-VALOR  00081463
               IF WRK-HST-ESTORNADO-SIM (WRK-IDX-HST)                   00081464
                  MOVE 'S'               TO WRK-HST-JA-ESTORNADO        00081465
               ELSE                                                     00081466
                  MOVE 'S'               TO WRK-HST-ACHOU               00081467
               END-IF                                                   00081468
            END-IF.                                                     00081469
                                                                        00081470
      *----------------------------------------------------------------*00081471
       3460-99-FIM.                           EXIT.                     00081472
      *----------------------------------------------------------------*00081473
      ******************************************************************00081200
      *                     F I N A L I Z A R                          *00081300
      ******************************************************************00081400
                    MOVREJ                                              00082700
                    RESUMO                                              00082800
                    CLIDUP                                              00082860
                    MOVHIST                                             00082861
                    CLIJRN                                              00000000
              IF NOT WRK-SEM-BLOQJUD-SIM                                00000000
                 CLOSE BLOQJUD                                          00000000
              END-IF                                                    00000000
              PERFORM 1100-TESTAR-STATUS                                00082900
              PERFORM 4060-LIMPAR-CHECKPOINT.                           00082910
      *----------------------------------------------------------------*00083000
            DISPLAY '  CONTAS ATUALIZADAS  :  ' ACUM-ATUALIZADOS        00084950
            DISPLAY '  CONTAS DUPLICADAS   :  '                         00084960
                    ACUM-CLI-DUPLICADOS                                 00084970
            DISPLAY '  ESTORNOS POSTADOS   :  ' ACUM-ESTORNOS           00084971
            DISPLAY '  RECUSA P/BLOQUEIO   :  ' ACUM-BLOQUEADOS         00084985
            DISPLAY '  IMAGENS NO JOURNAL  :  ' ACUM-GRAV-CLIJRN        00000000
            DISPLAY '                                                 ' 00085000
            DISPLAY '*************************************************'.00085100
                                                                        00085200
            COMPUTE WRK-DELTA-MOVIMENTOS =                              00086600
                    ACUM-TOTAL-CREDITO - ACUM-TOTAL-JUROS               00086700
                  - ACUM-TOTAL-DEBITO  - ACUM-TOTAL-TARIFA              00086800
                  + ACUM-TOTAL-EST-DEBITO + ACUM-TOTAL-EST-JUROS        00086801
                  + ACUM-TOTAL-EST-TARIFA - ACUM-TOTAL-EST-CREDITO      00086802
                                                                        00086900
            DISPLAY '*************************************************' 00087000
            DISPLAY '              RECONCILIACAO DE SALDOS             '00087100
            DISPLAY '  TOTAL DEBITOS       :  ' ACUM-TOTAL-DEBITO       00087400
            DISPLAY '  TOTAL JUROS         :  ' ACUM-TOTAL-JUROS        00087500
            DISPLAY '  TOTAL TARIFAS       :  ' ACUM-TOTAL-TARIFA       00087600
            DISPLAY '  ESTORNOS CREDITOS   :  ' ACUM-TOTAL-EST-CREDITO  00087601
            DISPLAY '  ESTORNOS DEBITOS    :  ' ACUM-TOTAL-EST-DEBITO   00087602
            DISPLAY '  ESTORNOS JUROS      :  ' ACUM-TOTAL-EST-JUROS    00087603
            DISPLAY '  ESTORNOS TARIFAS    :  ' ACUM-TOTAL-EST-TARIFA   00087604
            DISPLAY '  VARIACAO MOVIMENTOS :  ' WRK-DELTA-MOVIMENTOS    00087700
            DISPLAY '  VARIACAO DE SALDOS  :  ' WRK-DELTA-SALDO         00087800
            DISPLAY '                                                 ' 00087900
            MOVE ACUM-TOTAL-DEBITO    TO WRK-TOT-DEBITO                 00897589
            MOVE ACUM-TOTAL-JUROS     TO WRK-TOT-JUROS                  00897590
            MOVE ACUM-TOTAL-TARIFA    TO WRK-TOT-TARIFA                 00897591
            MOVE ACUM-TOTAL-EST-CREDITO TO WRK-TOT-EST-CREDITO          00897592
            MOVE ACUM-TOTAL-EST-DEBITO  TO WRK-TOT-EST-DEBITO           00897593
            MOVE ACUM-TOTAL-EST-JUROS   TO WRK-TOT-EST-JUROS            00897594
            MOVE ACUM-TOTAL-EST-TARIFA  TO WRK-TOT-EST-TARIFA           00897595
                                                                        00897592
            WRITE FD-TOTPART          FROM WRK-TOTPAR                   00897593
            PERFORM 1185-TESTAR-WRK-FS-TOTPART                          00897594
                                                                        00897595
            CLOSE TOTPART                                               00000000
            PERFORM 1185-TESTAR-WRK-FS-TOTPART                          00000000
                                                                        00000000
      *     OS MESMOS TOTAIS FICAM NO JOURNAL: O TOTPART E CONSUMIDO   *00000000
      *     NA PROPRIA NOITE E O DESFAZIMENTO CONFERE OS SALDOS        *00000000
      *     RESTAURADOS CONTRA O SALDO INICIAL DA EXECUCAO             *00000000
            ACCEPT WRK-HORA-JRN       FROM TIME                         00000000
            MOVE SPACES               TO FD-CLIJRN                      00000000
            MOVE 'T'                  TO FD-JRN-TIPO                    00000000
            MOVE WRK-DATA-EXEC        TO FD-JRN-DATA-MOVTO              00000000
            MOVE WRK-RUN-PROGRAMA     TO FD-JRN-PROGRAMA                00000000
            MOVE WRK-HORA-JRN         TO FD-JRN-HORA                    00000000
            MOVE WRK-TOTPAR           TO FD-JRN-TOTPAR                  00000000
            WRITE FD-CLIJRN                                             00000000
            PERFORM 1187-TESTAR-WRK-FS-CLIJRN.                          00000000
                                                                        00897598
      *----------------------------------------------------------------*00897599
       4400-99-FIM.                           EXIT.                     00897600
               MOVE ACUM-TOTAL-DEBITO   TO WRK-CKPT-TOTAL-DEBITO        00090983
               MOVE ACUM-TOTAL-JUROS    TO WRK-CKPT-TOTAL-JUROS         00090986
               MOVE ACUM-TOTAL-TARIFA   TO WRK-CKPT-TOTAL-TARIFA        00090989
               MOVE ACUM-TOTAL-EST-CREDITO                              00090990
                                        TO WRK-CKPT-TOTAL-EST-CREDITO   00090991
               MOVE ACUM-TOTAL-EST-DEBITO                               00090992
                                        TO WRK-CKPT-TOTAL-EST-DEBITO    00090993
               MOVE ACUM-TOTAL-EST-JUROS                                00090994
                                        TO WRK-CKPT-TOTAL-EST-JUROS     00090995
               MOVE ACUM-TOTAL-EST-TARIFA                               00090996
                                        TO WRK-CKPT-TOTAL-EST-TARIFA    00090997
               WRITE FD-CKPT            FROM WRK-CKPT-AREA              00091000
               PERFORM 1170-TESTAR-WRK-FS-CKPT                          00091100
               CLOSE CKPT                                               00091200
