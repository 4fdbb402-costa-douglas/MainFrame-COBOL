      *               PARA O ARQUIVO DE RECUSAS. ERA O LADO QUE        *00003600
      *               FALTAVA: ENTRAVA PECA (FR05EX07) E ACERTAVA      *00003700
      *               CONTAGEM (FR05EX04), MAS NADA DAVA SAIDA.        *00003800
      *               RESERVAS DE ESTOQUE (FR05EX67): O DEPARTAMENTO   *00003820
      *               COM RESERVA RETIRA PRIMEIRO DELA; O QUE NAO E    *00003840
      *               RESERVADO SO SAI DO SALDO LIVRE (ESTOQUE MENOS   *00003860
      *               O TOTAL RESERVADO DA PECA NO DEPOSITO).          *00003880
      *               FALTA DE ESTOQUE EM PECA CADASTRADA (NAO         *00003884
      *               DESCONTINUADA) NAO E MAIS RECUSA: A REQUISICAO   *00003888
      *               ENTRA NA FILA DE PENDENCIAS (BACKORD), ATENDIDA  *00003892
      *               PELO FR05EX68 DEPOIS DA ENTRADA DE MERCADORIA.   *00003896
      *               ORCAMENTO POR DEPARTAMENTO (ORCDEP, FR05EX70):   *00003897
      *               CADA REQUISICAO E VALORIZADA AO CUSTO MEDIO E    *00003898
      *               SOMADA AO CONSUMO DO MES DO DEPARTAMENTO         *00003899
      *               (CONSDEP, TRANSPORTADO PARA A PROXIMA EXECUCAO   *00003900
      *               NO CONSNOV); A QUE ESTOURARIA O LIMITE DO MES    *00003901
      *               FICA RETIDA NO REQRET ATE A LIBERACAO POR UM     *00003902
      *               OPERADOR COM ALCADA (FR05DB60).                  *00003903
      *               PECA SUBSTITUIDA (SUBSTPC, MODULO LERSUBST):     *00003913
      *               SENDO INTERCAMBIAVEL, A ANTIGA ATENDE ATE ONDE O *00003923
      *               SALDO ALCANCA E O RESTANTE DA REQUISICAO E       *00003933
      *               ATENDIDO PELA NOVA NO MESMO DEPOSITO (SE A NOVA  *00003943
      *               JA PASSOU NO ARQPECAS, VAI PARA A FILA DELA);    *00003953
      *               NAO SENDO, FALTA DE SALDO NA ANTIGA E RECUSA     *00003963
      *               COM A INDICACAO DA SUBSTITUTA, E NAO PENDENCIA.  *00003973
      *----------------------------------------------------------------*00003983
      *    ARQUIVOS :                                                  *00004000
      *    DDNAME          I/O                                         *00004100
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00004200
      *    JCLREQUI         I    REQUISICOES (POR CODIGO DE PECA)      *00004300
      *    JCLRESER         I    RESERVAS DE ESTOQUE (OPCIONAL)        *00004350
      *    JCLPECSN         O    ESTOQUE REGRAVADO                     *00004400
      *    JCLREQRJ         O    REQUISICOES RECUSADAS                 *00004500
      *    JCLRELRQ         O    LISTAGEM DIARIA DE SAIDAS             *00004600
      *    JCLRESNV         O    RESERVAS REGRAVADAS                   *00004650
      *    JCLBACKO         O    FILA DE PENDENCIAS (DISP=MOD)         *00004675
      *    JCLORCDP         I    ORCAMENTO POR DEPTO/MES (OPCIONAL)    *00004680
      *    JCLCONSD         I    CONSUMO DO MES POR DEPTO (OPCIONAL)   *00004685
      *    JCLCONSN         O    CONSUMO DO MES REGRAVADO              *00004690
      *    JCLREQRT         O    REQUISICOES RETIDAS (DISP=MOD)        *00004695
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS (LERSUBST)      *00004697
      *----------------------------------------------------------------*00004700
      *    BOOKS    :    B#ARQE, B#RESERV, B#BACKOR, B#KARDEX,         *00004775
      *                  B#ORCDEP, B#CONSDP, B#REQRET,                 *00004850
      *                  B#GRALOG, B#RUNCTL, B#DATPRC, B#LERSUB        *00004925
      *----------------------------------------------------------------*00005000
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005100
      *                  GRAVAKDX - LIVRO DE MOVIMENTACAO (KARDEX)     *00005200
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005300
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005400
      *                  LERSUBST - SUBSTITUICAO DE PECAS              *00005450
      *----------------------------------------------------------------*00005500
      *    PARAMETROS (VIA SYSIN):                                     *00005600
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005700
      *    HISTORICO DE ALTERACOES:                                    *00005900
      *      DATA        RESP.    DESCRICAO                            *00006000
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006100
      *      15/10/2026  DPC      RESERVAS DE ESTOQUE (RESERVAS, BOOK  *00006114
      *                           B#RESERV): A REQUISICAO DO DEPTO     *00006128
      *                           COM RESERVA BAIXA A RESERVA; A PARTE *00006142
      *                           NAO RESERVADA SO SAI DO SALDO LIVRE  *00006156
      *                           ('ESTOQUE LIVRE INSUFICIENTE'); AS   *00006170
      *                           RESERVAS SAO REGRAVADAS NO RESNOVO   *00006184
      *      15/10/2026  DPC      FILA DE PENDENCIAS (BACKORD, BOOK    *00006186
      *                           B#BACKOR): ESTOQUE INSUFICIENTE EM   *00006188
      *                           PECA NAO DESCONTINUADA VAI PARA A    *00006190
      *                           FILA COM DATA E PRIORIDADE (NOVO     *00006192
      *                           FD-RQ-PRIORIDADE NO REQUIS)          *00006194
      *      15/10/2026  DPC      ORCAMENTO DE CONSUMO POR DEPTO:      *00006195
      *                           VALOR A CUSTO, CONSUMO DO MES NO     *00006196
      *                           CONSDEP E RETENCAO NO REQRET DA      *00006197
      *                           REQUISICAO ACIMA DO LIMITE (NOVO     *00006198
      *                           FD-RQ-LIBERADA NO REQUIS)            *00006199
      *      15/10/2026  DPC      SUBSTITUICAO DE PECAS (LERSUBST):    *00006210
      *                           REQUISICAO DE PECA SUBSTITUIDA       *00006221
      *                           INTERCAMBIAVEL ESGOTA A ANTIGA E O   *00006232
      *                           RESTANTE E DESVIADO PARA A NOVA      *00006243
      *                           (TABELA DE DESVIOS OU FILA DA NOVA); *00006254
      *                           A NAO INTERCAMBIAVEL SEM SALDO E     *00006265
      *                           RECUSADA EM VEZ DE IR PARA A FILA    *00006276
      ******************************************************************00006287
      *================================================================*00006300
                                                                        00006400
      *================================================================*00006500
             SELECT REQUIS    ASSIGN     TO JCLREQUI                    00008400
                    FILE STATUS     IS WRK-FS-REQUIS.                   00008500
                                                                        00008600
             SELECT RESERVAS  ASSIGN     TO JCLRESER                    00008625
                    FILE STATUS     IS WRK-FS-RESERVAS.                 00008650
                                                                        00008675
             SELECT PECASNOV  ASSIGN     TO JCLPECSN                    00008700
                    FILE STATUS     IS WRK-FS-PECASNOV.                 00008800
                                                                        00008900
                                                                        00009200
             SELECT RELREQ    ASSIGN     TO JCLRELRQ                    00009300
                    FILE STATUS     IS WRK-FS-RELREQ.                   00009400
                                                                        00009416
             SELECT RESNOVO   ASSIGN     TO JCLRESNV                    00009433
                    FILE STATUS     IS WRK-FS-RESNOVO.                  00009466
             SELECT BACKORD   ASSIGN     TO JCLBACKO                    00009477
                    FILE STATUS     IS WRK-FS-BACKORD.                  00009488
             SELECT ORCDEP    ASSIGN     TO JCLORCDP                    00009489
                    FILE STATUS     IS WRK-FS-ORCDEP.                   00009490
                                                                        00009491
             SELECT CONSDEP   ASSIGN     TO JCLCONSD                    00009492
                    FILE STATUS     IS WRK-FS-CONSDEP.                  00009493
                                                                        00009494
             SELECT CONSNOV   ASSIGN     TO JCLCONSN                    00009495
                    FILE STATUS     IS WRK-FS-CONSNOV.                  00009496
                                                                        00009497
             SELECT REQRET    ASSIGN     TO JCLREQRT                    00009498
                    FILE STATUS     IS WRK-FS-REQRET.                   00009499
                                                                        00009500
      *================================================================*00009600
       DATA                                      DIVISION.              00009700
          05 FD-RQ-DEPTO              PIC X(10).                        00012300
          05 FD-RQ-DATA               PIC X(08).                        00012400
          05 FD-RQ-DEPOSITO           PIC X(02).                        00012410
          05 FD-RQ-PRIORIDADE        PIC X(01).                         00012448
          05 FD-RQ-LIBERADA           PIC X(01).                        00012486
              88 FD-RQ-LIBERADA-SIM       VALUE 'S'.                    00012524
          05 FILLER                   PIC X(07).                        00012562
                                                                        00012600
      *----------------------------------------------------------------*00012610
      *  INPUT - RESERVAS DE ESTOQUE (RESERVAS) - LRECL = 060.         *00012620
      *----------------------------------------------------------------*00012630
                                                                        00012640
       FD RESERVAS                                                      00012650
           RECORDING MODE IS F                                          00012660
           BLOCK CONTAINS 0 RECORDS.                                    00012670
       01 FD-RESERVAS       PIC X(060).                                 00012680
                                                                        00012690
      *----------------------------------------------------------------*00012700
      *  OUTPUT - ESTOQUE REGRAVADO (PECASNOV) - LRECL = 050.          *00012800
      *----------------------------------------------------------------*00012900
           RECORDING MODE IS F                                          00015200
           BLOCK CONTAINS 0 RECORDS.                                    00015300
       01 FD-RELREQ         PIC X(080).                                 00015400
                                                                        00015405
      *----------------------------------------------------------------*00015411
      *  OUTPUT - RESERVAS REGRAVADAS (RESNOVO) - LRECL = 060.         *00015422
      *----------------------------------------------------------------*00015433
                                                                        00015444
       FD RESNOVO                                                       00015455
           RECORDING MODE IS F                                          00015466
           BLOCK CONTAINS 0 RECORDS.                                    00015477
       01 FD-RESNOVO        PIC X(060).                                 00015488
                                                                        00015489
      *----------------------------------------------------------------*00015490
      *  OUTPUT - FILA DE PENDENCIAS (BACKORD) - LRECL = 060.          *00015491
      *----------------------------------------------------------------*00015492
                                                                        00015493
       FD BACKORD                                                       00015494
           RECORDING MODE IS F                                          00015495
           BLOCK CONTAINS 0 RECORDS.                                    00015496
       01 FD-BACKORD        PIC X(060).                                 00015497
      *----------------------------------------------------------------*00015498
      *  INPUT - ORCAMENTO POR DEPARTAMENTO E MES (ORCDEP) - LRECL=040 *00015499
      *----------------------------------------------------------------*00015500
                                                                        00015501
       FD ORCDEP                                                        00015502
           RECORDING MODE IS F                                          00015503
           BLOCK CONTAINS 0 RECORDS.                                    00015504
       01 FD-ORCDEP         PIC X(040).                                 00015505
                                                                        00015506
      *----------------------------------------------------------------*00015507
      *  INPUT - CONSUMO DO MES POR DEPARTAMENTO (CONSDEP) - LRECL=040 *00015508
      *----------------------------------------------------------------*00015509
                                                                        00015510
       FD CONSDEP                                                       00015511
           RECORDING MODE IS F                                          00015512
           BLOCK CONTAINS 0 RECORDS.                                    00015513
       01 FD-CONSDEP        PIC X(040).                                 00015514
                                                                        00015515
      *----------------------------------------------------------------*00015516
      *  OUTPUT - CONSUMO DO MES REGRAVADO (CONSNOV) - LRECL = 040.    *00015517
      *----------------------------------------------------------------*00015518
                                                                        00015519
       FD CONSNOV                                                       00015520
           RECORDING MODE IS F                                          00015521
           BLOCK CONTAINS 0 RECORDS.                                    00015522
       01 FD-CONSNOV        PIC X(040).                                 00015523
                                                                        00015524
      *----------------------------------------------------------------*00015525
      *  OUTPUT - REQUISICOES RETIDAS (REQRET) - LRECL = 090.          *00015526
      *----------------------------------------------------------------*00015527
                                                                        00015528
       FD REQRET                                                        00015529
           RECORDING MODE IS F                                          00015530
           BLOCK CONTAINS 0 RECORDS.                                    00015531
       01 FD-REQRET         PIC X(090).                                 00015532
                                                                        00015533
      *----------------------------------------------------------------*00015600
       WORKING-STORAGE                            SECTION.              00015700
      *----------------------------------------------------------------*00015800
       77 WRK-FS-PECASNOV                PIC X(002) VALUE SPACES.       00016600
       77 WRK-FS-REQREJ                  PIC X(002) VALUE SPACES.       00016700
       77 WRK-FS-RELREQ                  PIC X(002) VALUE SPACES.       00016800
       77 WRK-FS-RESERVAS                PIC X(002) VALUE ZEROS.        00016833
       77 WRK-FS-RESNOVO                 PIC X(002) VALUE SPACES.       00016866
       77 WRK-FS-BACKORD                 PIC X(002) VALUE SPACES.       00016883
       77 WRK-FS-ORCDEP                  PIC X(002) VALUE ZEROS.        00016886
       77 WRK-FS-CONSDEP                 PIC X(002) VALUE ZEROS.        00016889
       77 WRK-FS-CONSNOV                 PIC X(002) VALUE SPACES.       00016892
       77 WRK-FS-REQRET                  PIC X(002) VALUE SPACES.       00016895
                                                                        00016900
      *----------------------------------------------------------------*00017000
       01 FILLER                         PIC X(050)       VALUE         00017100
       77 ACUM-ATENDIDAS                 PIC 9(005) VALUE ZEROS.        00017800
       77 ACUM-RECUSADAS                 PIC 9(005) VALUE ZEROS.        00017900
       77 ACUM-QUANT-SAIDA               PIC 9(007) VALUE ZEROS.        00018000
       77 ACUM-QUANT-RESERVA             PIC 9(007) VALUE ZEROS.        00018033
       77 ACUM-GRAV-RESNOVO              PIC 9(005) VALUE ZEROS.        00018066
       77 ACUM-PENDENTES                 PIC 9(005) VALUE ZEROS.        00018077
       77 ACUM-QUANT-PENDENTE            PIC 9(007) VALUE ZEROS.        00018088
       77 ACUM-RETIDAS                   PIC 9(005) VALUE ZEROS.        00018090
       77 ACUM-VALOR-RETIDO              PIC 9(009)V99 VALUE ZEROS.     00018092
       77 ACUM-VALOR-CONSUMO             PIC 9(009)V99 VALUE ZEROS.     00018094
       77 ACUM-GRAV-CONSNOV              PIC 9(005) VALUE ZEROS.        00018096
       77 ACUM-DESVIADAS                 PIC 9(005) VALUE ZEROS.        00018097
       77 ACUM-QUANT-DESVIADA            PIC 9(007) VALUE ZEROS.        00018098
                                                                        00018100
      *----------------------------------------------------------------*00018200
       01 FILLER                         PIC X(050)       VALUE         00018300
       77 WRK-MOTIVO-RECUSA              PIC X(030) VALUE SPACES.       00018700
       77 WRK-DEP-ACHOU                  PIC X(001) VALUE 'N'.          00018800
           88 WRK-DEP-ACHOU-SIM                     VALUE 'S'.          00018900
       77 WRK-TEM-RESERVAS               PIC X(001) VALUE 'N'.          00018903
           88 WRK-TEM-RESERVAS-SIM                  VALUE 'S'.          00018906
       77 WRK-REQ-RETIDA                 PIC X(001) VALUE 'N'.          00018907
           88 WRK-REQ-RETIDA-SIM                    VALUE 'S'.          00018908
       77 WRK-ORC-ACHOU                  PIC X(001) VALUE 'N'.          00018909
           88 WRK-ORC-ACHOU-SIM                     VALUE 'S'.          00018910
       77 WRK-CNS-ACHOU                  PIC X(001) VALUE 'N'.          00018911
           88 WRK-CNS-ACHOU-SIM                     VALUE 'S'.          00018912
       77 WRK-VALOR-REQ                  PIC 9(007)V99 VALUE ZEROS.     00018913
       77 WRK-ANOMES-EXEC                PIC 9(006) VALUE ZEROS.        00018914
       77 WRK-REQ-DESVIADA               PIC X(001) VALUE 'N'.          00018915
           88 WRK-REQ-DESVIADA-SIM                  VALUE 'S'.          00018916
       77 WRK-QTD-ALCANCE                PIC S9(007) VALUE ZEROS.       00018917
       77 WRK-QTD-DESVIO                 PIC 9(005) VALUE ZEROS.        00018918
       77 WRK-REQ-SALVA                  PIC X(040) VALUE SPACES.       00018919
       77 WRK-REQ-ORIGEM                 PIC X(040) VALUE SPACES.       00018920
                                                                        00018921
      *    MES ANTERIOR: O MAIS ANTIGO MANTIDO NO CONSNOV              *00018922
       01 WRK-ANOMES-ANTERIOR.                                          00018923
          05 WRK-ANT-ANO                 PIC 9(004) VALUE ZEROS.        00018924
          05 WRK-ANT-MES                 PIC 9(002) VALUE ZEROS.        00018925
       01 WRK-ANOMES-ANTERIOR-N REDEFINES WRK-ANOMES-ANTERIOR           00018926
                                         PIC 9(006).                    00018927
                                                                        00018928
      *----------------------------------------------------------------*00018929
      *    CHAVES COMPOSTAS (PECA+DEPOSITO) DO CASAMENTO               *00018930
      *----------------------------------------------------------------*00018940
       01 WRK-CHV-PECA.                                                 00018950
       01 WRK-CHV-REQUIS.                                               00018980
          05 WRK-CHVQ-COD             PIC X(06).                        00018990
          05 WRK-CHVQ-DEP             PIC X(02).                        00018991
       01 WRK-CHV-DESVIO.                                               00018992
          05 WRK-CHVD-COD             PIC X(06).                        00018993
          05 WRK-CHVD-DEP             PIC X(02).                        00018994
                                                                        00018995
      *----------------------------------------------------------------*00018996
      *    REQUISICOES DESVIADAS PARA A PECA SUBSTITUTA, AGUARDANDO O  *00018997
      *    REGISTRO DELA NO ARQPECAS (SITUACAO 'P' PENDENTE, 'A'       *00018998
      *    ATENDIDA)                                                   *00018999
      *----------------------------------------------------------------*00019004
       01 WRK-REQ-DESVIO.                                               00019009
          05 WRK-RQD-COD-PECA          PIC X(06).                       00019014
          05 WRK-RQD-QUANT             PIC 9(05).                       00019019
          05 FILLER                    PIC X(29).                       00019024
                                                                        00019029
       01 WRK-TAB-DESVIOS.                                              00019034
          05 WRK-TAB-DSV                 OCCURS 200 TIMES               00019039
                                          INDEXED BY WRK-IDX-DSV        00019044
                                                     WRK-IDX-DSN.       00019049
             10 WRK-TAB-DSV-CHAVE        PIC X(08).                     00019054
             10 WRK-TAB-DSV-REQ          PIC X(40).                     00019059
             10 WRK-TAB-DSV-SITUACAO     PIC X(01).                     00019064
                                                                        00019069
       77 WRK-TAB-DSV-QTDE               PIC 9(003) VALUE ZEROS.        00019074
                                                                        00019079
      *----------------------------------------------------------------*00019100
      *    TOTAIS POR DEPARTAMENTO                                     *00019200
      *----------------------------------------------------------------*00019300
             10 WRK-TAB-DEP-NOME         PIC X(10).                     00019800
             10 WRK-TAB-DEP-REQS         PIC 9(05).                     00019900
             10 WRK-TAB-DEP-QUANT        PIC 9(07).                     00020000
             10 WRK-TAB-DEP-VALOR        PIC 9(09)V99.                  00020050
                                                                        00020100
       77 WRK-TAB-DEP-QTDE               PIC 9(003) VALUE ZEROS.        00020200
      *----------------------------------------------------------------*00020201
      *    ORCAMENTO DO MES (ORCDEP) E CONSUMO ACUMULADO (CONSDEP)     *00020202
      *----------------------------------------------------------------*00020203
                                                                        00020204
       01 WRK-TAB-ORCAMENTOS.                                           00020205
          05 WRK-TAB-ORC                 OCCURS 200 TIMES               00020206
                                          INDEXED BY WRK-IDX-ORC.       00020207
             10 WRK-TAB-ORC-DEPTO        PIC X(10).                     00020208
             10 WRK-TAB-ORC-LIMITE       PIC 9(09)V99.                  00020209
                                                                        00020210
       77 WRK-TAB-ORC-QTDE               PIC 9(003) VALUE ZEROS.        00020211
                                                                        00020212
       01 WRK-TAB-CONSUMOS.                                             00020213
          05 WRK-TAB-CNS                 OCCURS 500 TIMES               00020214
                                          INDEXED BY WRK-IDX-CNS.       00020215
             10 WRK-TAB-CNS-CHAVE.                                      00020216
                15 WRK-TAB-CNS-DEPTO     PIC X(10).                     00020217
                15 WRK-TAB-CNS-ANOMES    PIC 9(06).                     00020218
             10 WRK-TAB-CNS-VALOR        PIC 9(09)V99.                  00020219
             10 WRK-TAB-CNS-REQS         PIC 9(05).                     00020220
             10 WRK-TAB-CNS-RETIDAS      PIC 9(05).                     00020221
                                                                        00020222
       77 WRK-TAB-CNS-QTDE               PIC 9(003) VALUE ZEROS.        00020223
                                                                        00020224
       01 WRK-CHAVE-CNS.                                                00020225
          05 WRK-CHVC-DEPTO              PIC X(10).                     00020226
          05 WRK-CHVC-ANOMES             PIC 9(06).                     00020227
                                                                        00020228
      *----------------------------------------------------------------*00020229
      *    RESERVAS DE ESTOQUE (FR05EX67), REGRAVADAS NO FIM           *00020230
      *----------------------------------------------------------------*00020231
                                                                        00020232
       01 WRK-TAB-RESERVAS.                                             00020233
          05 WRK-TAB-RES                 OCCURS 500 TIMES               00020234
                                          INDEXED BY WRK-IDX-RES.       00020235
             10 WRK-TAB-RES-PECA         PIC X(06).                     00020236
             10 WRK-TAB-RES-DEP          PIC X(02).                     00020237
             10 WRK-TAB-RES-DEPTO        PIC X(10).                     00020240
             10 WRK-TAB-RES-QUANT        PIC 9(05).                     00020244
             10 WRK-TAB-RES-SITUACAO     PIC X(01).                     00020248
             10 WRK-TAB-RES-REG          PIC X(60).                     00020252
                                                                        00020256
       77 WRK-TAB-RES-QTDE               PIC 9(003) VALUE ZEROS.        00020260
       77 WRK-RES-ACHADA                 PIC 9(003) VALUE ZEROS.        00020264
       77 WRK-QTD-RESERVADA              PIC 9(007) VALUE ZEROS.        00020268
       77 WRK-QTD-DISPONIVEL             PIC S9(007) VALUE ZEROS.       00020272
       77 WRK-QTD-RETIRADA               PIC 9(005) VALUE ZEROS.        00020276
       77 WRK-QTD-RESIDUAL               PIC 9(005) VALUE ZEROS.        00020280
                                                                        00020300
      *----------------------------------------------------------------*00020400
      *    LINHAS DA LISTAGEM DE SAIDAS                                *00020500
          05 WRK-LS-SALDO                PIC ZZ.ZZ9.                    00021500
          05 FILLER                      PIC X(006) VALUE ' DATA '.     00021600
          05 WRK-LS-DATA                 PIC X(008).                    00021700
          05 WRK-LS-RESERVA.                                            00021740
             10 WRK-LS-RES-TXT           PIC X(009).                    00021780
             10 WRK-LS-RES-QUANT         PIC ZZ.ZZ9.                    00021820
          05 FILLER                      PIC X(011) VALUE SPACES.       00021860
                                                                        00021900
       01 WRK-LINTOTD.                                                  00022000
          05 FILLER                      PIC X(009) VALUE 'TOTAL DE '.  00022100
             ' REQUISICOES '.                                           00022600
          05 WRK-LT-QUANT                PIC Z.ZZZ.ZZ9.                 00022700
          05 FILLER                      PIC X(007) VALUE ' PECAS '.    00022800
          05 FILLER                      PIC X(007) VALUE ' VALOR '.    00022850
          05 WRK-LT-VALOR                PIC Z.ZZZ.ZZ9,99.              00022900
          05 FILLER                      PIC X(005) VALUE SPACES.       00022950
                                                                        00023000
      *----------------------------------------------------------------*00023100
       01 FILLER                         PIC X(050)       VALUE         00023200
      *----------------------------------------------------------------*00023400
                                                                        00023500
       COPY 'B#ARQE'.                                                   00023600
                                                                        00023625
       COPY 'B#RESERV'.                                                 00023650
                                                                        00023662
       COPY 'B#BACKOR'.                                                 00023675
       COPY 'B#ORCDEP'.                                                 00023679
                                                                        00023683
       COPY 'B#CONSDP'.                                                 00023687
                                                                        00023691
       COPY 'B#REQRET'.                                                 00023695
                                                                        00023700
      *----------------------------------------------------------------*00023800
       01 FILLER                         PIC X(050)       VALUE         00023900
       COPY 'B#RUNCTL'.                                                 00025600
                                                                        00025700
       COPY 'B#DATPRC'.                                                 00025800
       COPY 'B#LERSUB'.                                                 00025850
                                                                        00025900
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00026000
                                                                        00026100
           ACCEPT WRK-RUN-RERUN FROM SYSIN                              00030600
           CALL 'LERDATAP'            USING WRK-DATPRC                  00030700
           MOVE WRK-DTP-DATA          TO WRK-DATA-EXEC                  00030800
           MOVE WRK-DATA-EXEC (1:6)   TO WRK-ANOMES-EXEC                00030811
           MOVE WRK-ANOMES-EXEC       TO WRK-ANOMES-ANTERIOR-N          00030822
           IF WRK-ANT-MES EQUAL 01                                      00030833
              SUBTRACT 1              FROM WRK-ANT-ANO                  00030844
              MOVE 12                 TO WRK-ANT-MES                    00030855
           ELSE                                                         00030866
              SUBTRACT 1              FROM WRK-ANT-MES                  00030877
           END-IF                                                       00030888
           MOVE 'I'                   TO WRK-RUN-FUNCAO                 00030900
           MOVE 'FR05EX30'            TO WRK-RUN-PROGRAMA               00031000
           MOVE WRK-DATA-EXEC         TO WRK-RUN-DATA-MOVTO             00031100
                OUTPUT PECASNOV                                         00033100
                OUTPUT REQREJ                                           00033200
                OUTPUT RELREQ                                           00033300
                OUTPUT RESNOVO                                          00033350
                OUTPUT CONSNOV                                          00033351
                                                                        00033353
      *    AS PENDENCIAS ENTRAM NO FIM DA FILA (DISP=MOD)              *00033357
           OPEN EXTEND BACKORD                                          00033364
           IF WRK-FS-BACKORD EQUAL '35'                                 00033371
              CLOSE BACKORD                                             00033378
              OPEN OUTPUT BACKORD                                       00033385
           END-IF                                                       00033392
      *    AS RETIDAS POR ORCAMENTO TAMBEM SE ACUMULAM (DISP=MOD)      *00033393
           OPEN EXTEND REQRET                                           00033394
           IF WRK-FS-REQRET EQUAL '35'                                  00033395
              CLOSE REQRET                                              00033396
              OPEN OUTPUT REQRET                                        00033397
           END-IF                                                       00033398
                                                                        00033400
           PERFORM 1100-TESTAR-STATUS                                   00033450
                                                                        00033500
           PERFORM 1200-CARREGAR-RESERVAS                               00033516
                                                                        00033532
           PERFORM 1300-CARREGAR-ORCAMENTO                              00033548
                                                                        00033564
           PERFORM 1400-CARREGAR-CONSUMO.                               00033580
                                                                        00033600
      *----------------------------------------------------------------*00033700
       1000-99-FIM.                            EXIT.                    00033800
              MOVE 'ERRO NO ARQUIVO RELREQ'      TO WRK-MENSAGEM        00037600
              MOVE WRK-FS-RELREQ                 TO WRK-STATUS          00037700
              PERFORM 9000-TRATAR-ERRO                                  00037800
           END-IF                                                       00037813
                                                                        00037826
           IF WRK-FS-RESERVAS NOT EQUAL ZEROS                           00037839
            AND WRK-FS-RESERVAS NOT EQUAL '10'                          00037852
              MOVE 'ERRO NO ARQUIVO RESERVAS'    TO WRK-MENSAGEM        00037865
              MOVE WRK-FS-RESERVAS               TO WRK-STATUS          00037878
              PERFORM 9000-TRATAR-ERRO                                  00037891
           END-IF                                                       00037904
                                                                        00037917
           IF WRK-FS-RESNOVO NOT EQUAL ZEROS                            00037930
              MOVE 'ERRO NO ARQUIVO RESNOVO'     TO WRK-MENSAGEM        00037943
              MOVE WRK-FS-RESNOVO                TO WRK-STATUS          00037956
              PERFORM 9000-TRATAR-ERRO                                  00037969
           END-IF                                                       00037982
                                                                        00037983
           IF WRK-FS-BACKORD NOT EQUAL ZEROS                            00037985
              MOVE 'ERRO NO ARQUIVO BACKORD'     TO WRK-MENSAGEM        00037988
              MOVE WRK-FS-BACKORD                TO WRK-STATUS          00037991
              PERFORM 9000-TRATAR-ERRO                                  00037994
           END-IF                                                       00037995
                                                                        00037996
           IF WRK-FS-ORCDEP NOT EQUAL ZEROS                             00037997
            AND WRK-FS-ORCDEP NOT EQUAL '10'                            00037998
              MOVE 'ERRO NO ARQUIVO ORCDEP'      TO WRK-MENSAGEM        00037999
              MOVE WRK-FS-ORCDEP                 TO WRK-STATUS          00038000
              PERFORM 9000-TRATAR-ERRO                                  00038001
           END-IF                                                       00038002
                                                                        00038003
           IF WRK-FS-CONSDEP NOT EQUAL ZEROS                            00038004
            AND WRK-FS-CONSDEP NOT EQUAL '10'                           00038005
              MOVE 'ERRO NO ARQUIVO CONSDEP'     TO WRK-MENSAGEM        00038006
              MOVE WRK-FS-CONSDEP                TO WRK-STATUS          00038007
              PERFORM 9000-TRATAR-ERRO                                  00038008
           END-IF                                                       00038009
                                                                        00038010
           IF WRK-FS-CONSNOV NOT EQUAL ZEROS                            00038011
              MOVE 'ERRO NO ARQUIVO CONSNOV'     TO WRK-MENSAGEM        00038012
              MOVE WRK-FS-CONSNOV                TO WRK-STATUS          00038013
              PERFORM 9000-TRATAR-ERRO                                  00038014
           END-IF                                                       00038015
                                                                        00038016
           IF WRK-FS-REQRET NOT EQUAL ZEROS                             00038017
              MOVE 'ERRO NO ARQUIVO REQRET'      TO WRK-MENSAGEM        00038018
              MOVE WRK-FS-REQRET                 TO WRK-STATUS          00038019
              PERFORM 9000-TRATAR-ERRO                                  00038020
           END-IF.                                                      00038021
                                                                        00038022
      *----------------------------------------------------------------*00038100
       1100-99-FIM.                            EXIT.                    00038200
      *----------------------------------------------------------------*00038300
                                                                        00038301
      ******************************************************************00038302
      *           C A R R E G A R   R E S E R V A S                    *00038303
      ******************************************************************00038304
                                                                        00038305
      *----------------------------------------------------------------*00038306
       1200-CARREGAR-RESERVAS                  SECTION.                 00038307
      *----------------------------------------------------------------*00038308
                                                                        00038309
      *    SEM ARQUIVO DE RESERVAS, TODO O ESTOQUE E LIVRE             *00038310
           OPEN INPUT RESERVAS                                          00038311
           IF WRK-FS-RESERVAS EQUAL '35'                                00038312
              MOVE '10'               TO WRK-FS-RESERVAS                00038313
              GO                  TO 1200-99-FIM                        00038314
           END-IF                                                       00038315
                                                                        00038316
           PERFORM 1100-TESTAR-STATUS                                   00038317
           MOVE 'S'                   TO WRK-TEM-RESERVAS               00038318
                                                                        00038319
           PERFORM 1210-GUARDAR-RESERVA                                 00038320
                   UNTIL WRK-FS-RESERVAS EQUAL '10'.                    00038321
                                                                        00038322
      *----------------------------------------------------------------*00038323
       1200-99-FIM.                            EXIT.                    00038324
      *----------------------------------------------------------------*00038325
                                                                        00038326
      *----------------------------------------------------------------*00038327
       1210-GUARDAR-RESERVA                    SECTION.                 00038328
      *----------------------------------------------------------------*00038329
                                                                        00038330
           READ RESERVAS              INTO WRK-RESERVA                  00038331
                                                                        00038332
           IF WRK-FS-RESERVAS EQUAL '10'                                00038333
              GO                  TO 1210-99-FIM                        00038334
           END-IF                                                       00038335
                                                                        00038336
           PERFORM 1100-TESTAR-STATUS                                   00038337
                                                                        00038338
           IF WRK-TAB-RES-QTDE GREATER OR EQUAL 500                     00038339
              MOVE 'TABELA DE RESERVAS CHEIA'    TO WRK-MENSAGEM        00038340
              MOVE SPACES                        TO WRK-STATUS          00038341
              PERFORM 9000-TRATAR-ERRO                                  00038342
           END-IF                                                       00038343
                                                                        00038344
           ADD 1                      TO WRK-TAB-RES-QTDE               00038345
           SET WRK-IDX-RES            TO WRK-TAB-RES-QTDE               00038346
           MOVE FD-RES-COD-PECA       TO WRK-TAB-RES-PECA (WRK-IDX-RES) 00038347
           MOVE FD-RES-DEPOSITO       TO WRK-TAB-RES-DEP (WRK-IDX-RES)  00038348
           MOVE FD-RES-DEPTO          TO WRK-TAB-RES-DEPTO (WRK-IDX-RES)00038349
           MOVE FD-RES-QUANT          TO WRK-TAB-RES-QUANT (WRK-IDX-RES)00038350
           MOVE FD-RES-SITUACAO       TO WRK-TAB-RES-SITUACAO           00038351
                                          (WRK-IDX-RES)                 00038352
           MOVE WRK-RESERVA           TO WRK-TAB-RES-REG (WRK-IDX-RES). 00038353
                                                                        00038354
      *----------------------------------------------------------------*00038355
       1210-99-FIM.                            EXIT.                    00038356
      *----------------------------------------------------------------*00038357
      ******************************************************************00038358
      *           C A R R E G A R   O R C A M E N T O                  *00038359
      ******************************************************************00038360
                                                                        00038361
      *----------------------------------------------------------------*00038362
       1300-CARREGAR-ORCAMENTO                 SECTION.                 00038363
      *----------------------------------------------------------------*00038364
                                                                        00038365
      *    SEM ARQUIVO DE ORCAMENTO, NENHUM DEPARTAMENTO TEM LIMITE;   *00038366
      *    SO AS LINHAS DO MES DO MOVIMENTO SAO GUARDADAS              *00038367
           OPEN INPUT ORCDEP                                            00038368
           IF WRK-FS-ORCDEP EQUAL '35'                                  00038369
              MOVE '10'               TO WRK-FS-ORCDEP                  00038370
              GO                  TO 1300-99-FIM                        00038371
           END-IF                                                       00038372
                                                                        00038373
           PERFORM 1100-TESTAR-STATUS                                   00038374
                                                                        00038375
           PERFORM 1310-GUARDAR-ORCAMENTO                               00038376
                   UNTIL WRK-FS-ORCDEP EQUAL '10'                       00038377
                                                                        00038378
           CLOSE ORCDEP.                                                00038379
                                                                        00038380
      *----------------------------------------------------------------*00038381
       1300-99-FIM.                            EXIT.                    00038382
      *----------------------------------------------------------------*00038383
                                                                        00038384
      *----------------------------------------------------------------*00038385
       1310-GUARDAR-ORCAMENTO                  SECTION.                 00038386
      *----------------------------------------------------------------*00038387
                                                                        00038388
           READ ORCDEP                INTO WRK-ORCAMENTO                00038389
                                                                        00038390
           IF WRK-FS-ORCDEP EQUAL '10'                                  00038391
              GO                  TO 1310-99-FIM                        00038392
           END-IF                                                       00038393
                                                                        00038394
           PERFORM 1100-TESTAR-STATUS                                   00038395
                                                                        00038396
           IF FD-ORC-ANOMES NOT EQUAL WRK-ANOMES-EXEC                   00038397
            OR FD-ORC-LIMITE NOT NUMERIC                                00038398
              GO                  TO 1310-99-FIM                        00038399
           END-IF                                                       00038400
                                                                        00038401
           IF WRK-TAB-ORC-QTDE GREATER OR EQUAL 200                     00038402
              MOVE 'TABELA DE ORCAMENTOS CHEIA'  TO WRK-MENSAGEM        00038403
              MOVE SPACES                        TO WRK-STATUS          00038404
              PERFORM 9000-TRATAR-ERRO                                  00038405
           END-IF                                                       00038406
                                                                        00038407
           ADD 1                      TO WRK-TAB-ORC-QTDE               00038408
           SET WRK-IDX-ORC            TO WRK-TAB-ORC-QTDE               00038409
           MOVE FD-ORC-DEPTO          TO WRK-TAB-ORC-DEPTO (WRK-IDX-ORC)00038410
           MOVE FD-ORC-LIMITE         TO WRK-TAB-ORC-LIMITE             00038411
                                          (WRK-IDX-ORC).                00038412
                                                                        00038413
      *----------------------------------------------------------------*00038414
       1310-99-FIM.                            EXIT.                    00038415
      *----------------------------------------------------------------*00038416
                                                                        00038417
      ******************************************************************00038418
      *           C A R R E G A R   C O N S U M O   D O   M E S        *00038419
      ******************************************************************00038420
                                                                        00038421
      *----------------------------------------------------------------*00038422
       1400-CARREGAR-CONSUMO                   SECTION.                 00038423
      *----------------------------------------------------------------*00038424
                                                                        00038425
      *    PRIMEIRA EXECUCAO (SEM CONSDEP): CONSUMO COMECA DO ZERO     *00038426
           OPEN INPUT CONSDEP                                           00038427
           IF WRK-FS-CONSDEP EQUAL '35'                                 00038428
              MOVE '10'               TO WRK-FS-CONSDEP                 00038429
              GO                  TO 1400-99-FIM                        00038430
           END-IF                                                       00038431
                                                                        00038432
           PERFORM 1100-TESTAR-STATUS                                   00038433
                                                                        00038434
           PERFORM 1410-GUARDAR-CONSUMO                                 00038435
                   UNTIL WRK-FS-CONSDEP EQUAL '10'                      00038436
                                                                        00038437
           CLOSE CONSDEP.                                               00038438
                                                                        00038439
      *----------------------------------------------------------------*00038440
       1400-99-FIM.                            EXIT.                    00038441
      *----------------------------------------------------------------*00038442
                                                                        00038443
      *----------------------------------------------------------------*00038444
       1410-GUARDAR-CONSUMO                    SECTION.                 00038445
      *----------------------------------------------------------------*00038446
                                                                        00038447
           READ CONSDEP               INTO WRK-CONSUMO                  00038448
                                                                        00038449
           IF WRK-FS-CONSDEP EQUAL '10'                                 00038450
              GO                  TO 1410-99-FIM                        00038451
           END-IF                                                       00038452
                                                                        00038453
           PERFORM 1100-TESTAR-STATUS                                   00038454
                                                                        00038455
      *    MESES ANTERIORES AO MES PASSADO SAEM DO TRANSPORTE          *00038456
           IF FD-CNS-ANOMES LESS WRK-ANOMES-ANTERIOR-N                  00038457
              GO                  TO 1410-99-FIM                        00038458
           END-IF                                                       00038459
                                                                        00038460
           IF WRK-TAB-CNS-QTDE GREATER OR EQUAL 500                     00038461
              MOVE 'TABELA DE CONSUMOS CHEIA'    TO WRK-MENSAGEM        00038462
              MOVE SPACES                        TO WRK-STATUS          00038463
              PERFORM 9000-TRATAR-ERRO                                  00038464
           END-IF                                                       00038465
                                                                        00038466
           ADD 1                      TO WRK-TAB-CNS-QTDE               00038467
           SET WRK-IDX-CNS            TO WRK-TAB-CNS-QTDE               00038468
           MOVE FD-CNS-CHAVE          TO WRK-TAB-CNS-CHAVE (WRK-IDX-CNS)00038469
           MOVE FD-CNS-VALOR          TO WRK-TAB-CNS-VALOR (WRK-IDX-CNS)00038470
           MOVE FD-CNS-REQS           TO WRK-TAB-CNS-REQS (WRK-IDX-CNS) 00038471
           MOVE FD-CNS-RETIDAS        TO WRK-TAB-CNS-RETIDAS            00038472
                                          (WRK-IDX-CNS).                00038473
                                                                        00038474
      *----------------------------------------------------------------*00038475
       1410-99-FIM.                            EXIT.                    00038476
      *----------------------------------------------------------------*00038477
                                                                        00038478
      ******************************************************************00038500
      *                     L E I T U R A S                            *00038600
      ******************************************************************00038700
               PERFORM 2200-LER-REQUIS                                  00043700
                                                                        00043800
              WHEN WRK-CHV-PECA          LESS WRK-CHV-REQUIS            00043900
               PERFORM 3050-ATENDER-DESVIADAS                           00043950
               PERFORM 3900-GRAVAR-PECA                                 00044000
               PERFORM 2100-LER-PECAS                                   00044100
                                                                        00044200
       3000-99-FIM.                           EXIT.                     00045200
      *----------------------------------------------------------------*00045300
                                                                        00045400
      *----------------------------------------------------------------*00045401
       3050-ATENDER-DESVIADAS                 SECTION.                  00045402
      *----------------------------------------------------------------*00045403
                                                                        00045404
      *     ANTES DE GRAVAR A PECA, ATENDE O QUE FOI DESVIADO PARA ELA *00045405
      *     POR UMA PECA SUBSTITUIDA DE CODIGO MENOR                   *00045406
            IF WRK-TAB-DSV-QTDE GREATER ZEROS                           00045407
               PERFORM 3060-ATENDER-DESVIADA                            00045408
                       VARYING WRK-IDX-DSV FROM 1 BY 1                  00045409
                       UNTIL WRK-IDX-DSV GREATER WRK-TAB-DSV-QTDE       00045410
            END-IF.                                                     00045411
                                                                        00045412
      *----------------------------------------------------------------*00045413
       3050-99-FIM.                           EXIT.                     00045414
      *----------------------------------------------------------------*00045415
                                                                        00045416
      *----------------------------------------------------------------*00045417
       3060-ATENDER-DESVIADA                  SECTION.                  00045418
      *----------------------------------------------------------------*00045419
                                                                        00045420
            IF WRK-TAB-DSV-SITUACAO (WRK-IDX-DSV) NOT EQUAL 'P'         00045421
             OR WRK-TAB-DSV-CHAVE (WRK-IDX-DSV) NOT EQUAL WRK-CHV-PECA  00045422
               GO                  TO 3060-99-FIM                       00045423
            END-IF                                                      00045424
                                                                        00045425
            MOVE 'A'                   TO WRK-TAB-DSV-SITUACAO          00045426
                                           (WRK-IDX-DSV)                00045427
            MOVE FD-REQUIS             TO WRK-REQ-SALVA                 00045428
            MOVE WRK-TAB-DSV-REQ (WRK-IDX-DSV)                          00045429
                                       TO FD-REQUIS                     00045430
            PERFORM 3100-ATENDER-REQUISICAO                             00045431
            MOVE WRK-REQ-SALVA         TO FD-REQUIS.                    00045432
                                                                        00045433
      *----------------------------------------------------------------*00045434
       3060-99-FIM.                           EXIT.                     00045435
      *----------------------------------------------------------------*00045436
                                                                        00045437
      *----------------------------------------------------------------*00045438
       3070-DESVIAR-SUBSTITUTA                SECTION.                  00045439
      *----------------------------------------------------------------*00045440
                                                                        00045441
            MOVE 'N'                   TO WRK-REQ-DESVIADA              00045442
            MOVE FD-RQ-COD-PECA        TO WRK-LSB-COD-PECA              00045443
            MOVE WRK-DATA-EXEC         TO WRK-LSB-DATA-REF              00045444
            CALL 'LERSUBST'            USING WRK-LERSUB                 00045445
                                                                        00045446
            IF NOT WRK-LSB-SUBSTITUIDA                                  00045447
             OR NOT WRK-LSB-INTERCAMBIAVEL-SIM                          00045448
               GO                  TO 3070-99-FIM                       00045449
            END-IF                                                      00045450
                                                                        00045451
      *     ALCANCE DO DEPARTAMENTO NA ANTIGA: SALDO LIVRE DA PECA     *00045452
      *     NO DEPOSITO MAIS A SUA PROPRIA RESERVA                     *00045453
            PERFORM 3150-APURAR-RESERVAS                                00045454
            COMPUTE WRK-QTD-ALCANCE = FD-QUANT-PECA                     00045455
                                    - WRK-QTD-RESERVADA                 00045456
            IF WRK-RES-ACHADA GREATER ZEROS                             00045457
               SET WRK-IDX-RES         TO WRK-RES-ACHADA                00045458
               ADD WRK-TAB-RES-QUANT (WRK-IDX-RES)                      00045459
                                       TO WRK-QTD-ALCANCE               00045460
            END-IF                                                      00045461
            IF WRK-QTD-ALCANCE LESS ZEROS                               00045462
               MOVE ZEROS              TO WRK-QTD-ALCANCE               00045463
            END-IF                                                      00045464
            IF WRK-QTD-ALCANCE GREATER FD-QUANT-PECA                    00045465
               MOVE FD-QUANT-PECA      TO WRK-QTD-ALCANCE               00045466
            END-IF                                                      00045467
                                                                        00045468
            IF FD-RQ-QUANT NOT GREATER WRK-QTD-ALCANCE                  00045469
               GO                  TO 3070-99-FIM                       00045470
            END-IF                                                      00045471
                                                                        00045472
      *     O RESTANTE VIRA UMA REQUISICAO DA SUBSTITUTA; SEM SALDO    *00045473
      *     NENHUM NA ANTIGA, A REQUISICAO INTEIRA E DESVIADA          *00045474
            COMPUTE WRK-QTD-DESVIO = FD-RQ-QUANT - WRK-QTD-ALCANCE      00045475
            MOVE FD-REQUIS             TO WRK-REQ-DESVIO                00045476
            MOVE WRK-LSB-PECA-SERVE    TO WRK-RQD-COD-PECA              00045477
            MOVE WRK-QTD-DESVIO        TO WRK-RQD-QUANT                 00045478
                                                                        00045479
            IF WRK-QTD-ALCANCE EQUAL ZEROS                              00045480
               MOVE 'S'                TO WRK-REQ-DESVIADA              00045481
            ELSE                                                        00045482
               MOVE WRK-QTD-ALCANCE    TO FD-RQ-QUANT                   00045483
            END-IF                                                      00045484
                                                                        00045485
            PERFORM 3080-ENCAMINHAR-DESVIO.                             00045486
                                                                        00045487
      *----------------------------------------------------------------*00045488
       3070-99-FIM.                           EXIT.                     00045489
      *----------------------------------------------------------------*00045490
                                                                        00045491
      *----------------------------------------------------------------*00045492
       3080-ENCAMINHAR-DESVIO                 SECTION.                  00045493
      *----------------------------------------------------------------*00045494
                                                                        00045495
            MOVE WRK-RQD-COD-PECA      TO WRK-CHVD-COD                  00045496
            MOVE FD-RQ-DEPOSITO        TO WRK-CHVD-DEP                  00045497
            ADD 1                      TO ACUM-DESVIADAS                00045498
            ADD WRK-QTD-DESVIO         TO ACUM-QUANT-DESVIADA           00045499
                                                                        00045501
            MOVE 'A'                   TO WRK-SEVERIDADE                00045503
            MOVE 'FR05EX30'            TO WRK-PROGRAMA                  00045505
            MOVE '3080  '              TO WRK-SECAO                     00045507
            MOVE 'REQUISICAO DESVIADA PARA A SUBSTITUTA'                00045509
                                       TO WRK-MENSAGEM                  00045511
            MOVE WRK-CHV-DESVIO        TO WRK-STATUS                    00045513
            CALL 'GRAVALOG'            USING WRK-LOG                    00045515
                                                                        00045517
      *     SUBSTITUTA AINDA A FRENTE NO ARQPECAS: AGUARDA NA TABELA   *00045519
            IF WRK-CHV-DESVIO GREATER WRK-CHV-PECA                      00045521
             AND WRK-TAB-DSV-QTDE LESS 200                              00045523
               ADD 1                   TO WRK-TAB-DSV-QTDE              00045525
               SET WRK-IDX-DSN         TO WRK-TAB-DSV-QTDE              00045527
               MOVE WRK-CHV-DESVIO     TO WRK-TAB-DSV-CHAVE             00045529
                                           (WRK-IDX-DSN)                00045531
               MOVE WRK-REQ-DESVIO     TO WRK-TAB-DSV-REQ               00045533
                                           (WRK-IDX-DSN)                00045535
               MOVE 'P'                TO WRK-TAB-DSV-SITUACAO          00045537
                                           (WRK-IDX-DSN)                00045539
               GO                  TO 3080-99-FIM                       00045541
            END-IF                                                      00045543
                                                                        00045545
      *     SUBSTITUTA JA GRAVADA (OU TABELA CHEIA): O RESTANTE ENTRA  *00045547
      *     NA FILA DE PENDENCIAS DA SUBSTITUTA, VALORIZADO AO CUSTO   *00045549
      *     DA ANTIGA                                                  *00045551
            MOVE FD-REQUIS             TO WRK-REQ-ORIGEM                00045553
            MOVE WRK-REQ-DESVIO        TO FD-REQUIS                     00045555
            PERFORM 3110-CONFERIR-ORCAMENTO                             00045557
            IF NOT WRK-REQ-RETIDA-SIM                                   00045559
               PERFORM 3710-GRAVAR-FILA                                 00045561
            END-IF                                                      00045563
            MOVE WRK-REQ-ORIGEM        TO FD-REQUIS.                    00045565
                                                                        00045567
      *----------------------------------------------------------------*00045569
       3080-99-FIM.                           EXIT.                     00045571
      *----------------------------------------------------------------*00045573
                                                                        00045575
      *----------------------------------------------------------------*00045577
       3100-ATENDER-REQUISICAO                SECTION.                  00045600
      *----------------------------------------------------------------*00045700
                                                                        00045800
               PERFORM 3800-GRAVAR-RECUSA                               00046300
               GO                  TO 3100-99-FIM                       00046400
            END-IF                                                      00046500
      *     PECA SUBSTITUIDA INTERCAMBIAVEL: A ANTIGA ATENDE ATE ONDE  *00046502
      *     O SALDO ALCANCA E O RESTANTE SEGUE PARA A SUBSTITUTA       *00046504
            PERFORM 3070-DESVIAR-SUBSTITUTA                             00046506
            IF WRK-REQ-DESVIADA-SIM                                     00046508
               GO                  TO 3100-99-FIM                       00046510
            END-IF                                                      00046512
      *     REQUISICAO ACIMA DO ORCAMENTO DO MES FICA RETIDA; A        *00046514
      *     ATENDIDA OU POSTA NA FILA ENTRA NO CONSUMO DO DEPARTAMENTO *00046528
            PERFORM 3110-CONFERIR-ORCAMENTO                             00046542
            IF WRK-REQ-RETIDA-SIM                                       00046556
               GO                  TO 3100-99-FIM                       00046570
            END-IF                                                      00046584
                                                                        00046600
            IF FD-RQ-QUANT GREATER FD-QUANT-PECA                        00046700
               MOVE 'ESTOQUE INSUFICIENTE'                              00046800
                                           TO WRK-MOTIVO-RECUSA         00046900
               PERFORM 3700-GRAVAR-PENDENCIA                            00047000
               GO                  TO 3100-99-FIM                       00047100
            END-IF                                                      00047200
                                                                        00047203
      *     A PARTE NAO COBERTA PELA RESERVA DO DEPARTAMENTO SO PODE   *00047206
      *     SAIR DO SALDO LIVRE DA PECA NO DEPOSITO                    *00047212
            PERFORM 3150-APURAR-RESERVAS                                00047218
                                                                        00047224
            IF WRK-QTD-RESIDUAL GREATER ZEROS                           00047230
               COMPUTE WRK-QTD-DISPONIVEL = FD-QUANT-PECA               00047236
                                          - WRK-QTD-RESERVADA           00047242
               IF WRK-QTD-RESIDUAL GREATER WRK-QTD-DISPONIVEL           00047248
                  MOVE 'ESTOQUE LIVRE INSUFICIENTE'                     00047254
                                           TO WRK-MOTIVO-RECUSA         00047260
                  PERFORM 3700-GRAVAR-PENDENCIA                         00047266
                  GO               TO 3100-99-FIM                       00047272
               END-IF                                                   00047278
            END-IF                                                      00047284
                                                                        00047300
            SUBTRACT FD-RQ-QUANT       FROM FD-QUANT-PECA               00047400
            ADD 1                      TO ACUM-ATENDIDAS                00047500
            ADD FD-RQ-QUANT            TO ACUM-QUANT-SAIDA              00047600
            PERFORM 3140-REGISTRAR-CONSUMO                              00047606
                                                                        00047612
            IF WRK-QTD-RETIRADA GREATER ZEROS                           00047625
               PERFORM 3160-BAIXAR-RESERVA                              00047650
            END-IF                                                      00047675
                                                                        00047700
            PERFORM 3200-GRAVAR-SAIDA-KARDEX                            00047800
            PERFORM 3300-LISTAR-SAIDA                                   00047900
      *----------------------------------------------------------------*00048200
       3100-99-FIM.                           EXIT.                     00048300
      *----------------------------------------------------------------*00048400
                                                                        00048401
      *----------------------------------------------------------------*00048402
       3110-CONFERIR-ORCAMENTO                SECTION.                  00048403
      *----------------------------------------------------------------*00048404
                                                                        00048405
      *     VALOR DA REQUISICAO AO CUSTO MEDIO DA PECA NO DEPOSITO     *00048406
            MOVE 'N'                   TO WRK-REQ-RETIDA                00048407
            IF FD-CUSTO-PECA NUMERIC                                    00048408
               COMPUTE WRK-VALOR-REQ = FD-RQ-QUANT * FD-CUSTO-PECA      00048409
            ELSE                                                        00048410
               MOVE ZEROS              TO WRK-VALOR-REQ                 00048411
            END-IF                                                      00048412
                                                                        00048413
            PERFORM 3120-LOCALIZAR-CONSUMO                              00048414
                                                                        00048415
      *     LIBERADA POR OPERADOR COM ALCADA (FR05DB60) NAO E RETIDA   *00048416
      *     DE NOVO; DEPARTAMENTO SEM ORCAMENTO NO MES NAO TEM LIMITE  *00048417
            IF FD-RQ-LIBERADA-SIM                                       00048418
               GO                  TO 3110-99-FIM                       00048419
            END-IF                                                      00048420
                                                                        00048421
            PERFORM 3115-LOCALIZAR-ORCAMENTO                            00048422
            IF NOT WRK-ORC-ACHOU-SIM                                    00048423
               GO                  TO 3110-99-FIM                       00048424
            END-IF                                                      00048425
                                                                        00048426
            IF WRK-TAB-CNS-VALOR (WRK-IDX-CNS) + WRK-VALOR-REQ          00048427
                         GREATER WRK-TAB-ORC-LIMITE (WRK-IDX-ORC)       00048428
               PERFORM 3130-RETER-REQUISICAO                            00048429
            END-IF.                                                     00048430
                                                                        00048431
      *----------------------------------------------------------------*00048432
       3110-99-FIM.                           EXIT.                     00048433
      *----------------------------------------------------------------*00048434
                                                                        00048435
      *----------------------------------------------------------------*00048436
       3115-LOCALIZAR-ORCAMENTO               SECTION.                  00048437
      *----------------------------------------------------------------*00048438
                                                                        00048439
            MOVE 'N'                   TO WRK-ORC-ACHOU                 00048440
                                                                        00048441
            IF WRK-TAB-ORC-QTDE EQUAL ZEROS                             00048442
               GO                  TO 3115-99-FIM                       00048443
            END-IF                                                      00048444
                                                                        00048445
            SET WRK-IDX-ORC            TO 1                             00048446
            SEARCH WRK-TAB-ORC                                          00048447
              AT END                                                    00048448
                 CONTINUE                                               00048449
              WHEN WRK-IDX-ORC GREATER WRK-TAB-ORC-QTDE                 00048450
                 CONTINUE                                               00048451
              WHEN WRK-TAB-ORC-DEPTO (WRK-IDX-ORC) EQUAL FD-RQ-DEPTO    00048452
                 MOVE 'S'              TO WRK-ORC-ACHOU                 00048453
            END-SEARCH.                                                 00048454
                                                                        00048455
      *----------------------------------------------------------------*00048456
       3115-99-FIM.                           EXIT.                     00048457
      *----------------------------------------------------------------*00048458
                                                                        00048459
      *----------------------------------------------------------------*00048460
       3120-LOCALIZAR-CONSUMO                 SECTION.                  00048461
      *----------------------------------------------------------------*00048462
                                                                        00048463
      *     LINHA DO DEPARTAMENTO NO MES; A PRIMEIRA DO MES ABRE A     *00048464
      *     LINHA ZERADA                                               *00048465
            MOVE 'N'                   TO WRK-CNS-ACHOU                 00048466
            MOVE FD-RQ-DEPTO           TO WRK-CHVC-DEPTO                00048467
            MOVE WRK-ANOMES-EXEC       TO WRK-CHVC-ANOMES               00048468
                                                                        00048469
            IF WRK-TAB-CNS-QTDE GREATER ZEROS                           00048470
               SET WRK-IDX-CNS         TO 1                             00048471
               SEARCH WRK-TAB-CNS                                       00048472
                 AT END                                                 00048473
                    CONTINUE                                            00048474
                 WHEN WRK-IDX-CNS GREATER WRK-TAB-CNS-QTDE              00048475
                    CONTINUE                                            00048476
                 WHEN WRK-TAB-CNS-CHAVE (WRK-IDX-CNS)                   00048477
                          EQUAL WRK-CHAVE-CNS                           00048478
                    MOVE 'S'           TO WRK-CNS-ACHOU                 00048479
               END-SEARCH                                               00048480
            END-IF                                                      00048481
                                                                        00048482
            IF NOT WRK-CNS-ACHOU-SIM                                    00048483
               IF WRK-TAB-CNS-QTDE GREATER OR EQUAL 500                 00048484
                  MOVE 'TABELA DE CONSUMOS CHEIA'                       00048485
                                       TO WRK-MENSAGEM                  00048486
                  MOVE SPACES          TO WRK-STATUS                    00048487
                  PERFORM 9000-TRATAR-ERRO                              00048488
               END-IF                                                   00048489
               ADD 1                   TO WRK-TAB-CNS-QTDE              00048490
               SET WRK-IDX-CNS         TO WRK-TAB-CNS-QTDE              00048491
               MOVE WRK-CHAVE-CNS      TO WRK-TAB-CNS-CHAVE             00048492
                                           (WRK-IDX-CNS)                00048493
               MOVE ZEROS              TO WRK-TAB-CNS-VALOR             00048494
                                           (WRK-IDX-CNS)                00048495
                                          WRK-TAB-CNS-REQS              00048496
                                           (WRK-IDX-CNS)                00048497
                                          WRK-TAB-CNS-RETIDAS           00048498
                                           (WRK-IDX-CNS)                00048499
            END-IF.                                                     00048500
                                                                        00048501
      *----------------------------------------------------------------*00048502
       3120-99-FIM.                           EXIT.                     00048503
      *----------------------------------------------------------------*00048504
                                                                        00048505
      *----------------------------------------------------------------*00048506
       3130-RETER-REQUISICAO                  SECTION.                  00048507
      *----------------------------------------------------------------*00048508
                                                                        00048509
            MOVE 'S'                   TO WRK-REQ-RETIDA                00048510
                                                                        00048511
            MOVE SPACES                TO WRK-REQRETIDA                 00048512
            MOVE FD-REQUIS             TO FD-RRT-REQUISICAO             00048513
            MOVE WRK-VALOR-REQ         TO FD-RRT-VALOR                  00048514
            MOVE WRK-TAB-ORC-LIMITE (WRK-IDX-ORC)                       00048515
                                       TO FD-RRT-LIMITE                 00048516
            MOVE WRK-TAB-CNS-VALOR (WRK-IDX-CNS)                        00048517
                                       TO FD-RRT-CONSUMIDO              00048518
            MOVE WRK-DATA-EXEC         TO FD-RRT-DATA-RETENCAO          00048519
            MOVE 'P'                   TO FD-RRT-SITUACAO               00048520
            WRITE FD-REQRET            FROM WRK-REQRETIDA               00048521
            PERFORM 1100-TESTAR-STATUS                                  00048522
                                                                        00048523
            ADD 1                      TO WRK-TAB-CNS-RETIDAS           00048524
                                           (WRK-IDX-CNS)                00048525
                                          ACUM-RETIDAS                  00048526
            ADD WRK-VALOR-REQ          TO ACUM-VALOR-RETIDO             00048527
                                                                        00048528
            MOVE FD-RQ-DEPTO           TO WRK-LS-DEPTO                  00048529
            MOVE FD-RQ-COD-PECA        TO WRK-LS-COD-PECA               00048530
            MOVE FD-RQ-QUANT           TO WRK-LS-QUANT                  00048531
            MOVE FD-QUANT-PECA         TO WRK-LS-SALDO                  00048532
            MOVE FD-RQ-DATA            TO WRK-LS-DATA                   00048533
            MOVE SPACES                TO WRK-LS-RESERVA                00048534
            MOVE ' RETIDA'             TO WRK-LS-RES-TXT                00048535
            WRITE FD-RELREQ            FROM WRK-LINSAI                  00048536
            PERFORM 1100-TESTAR-STATUS                                  00048537
                                                                        00048538
            MOVE 'A'                   TO WRK-SEVERIDADE                00048539
            MOVE 'FR05EX30'            TO WRK-PROGRAMA                  00048540
            MOVE '3130  '              TO WRK-SECAO                     00048541
            MOVE 'REQUISICAO RETIDA - ORCAMENTO DO MES'                 00048542
                                       TO WRK-MENSAGEM                  00048543
            MOVE FD-RQ-DEPTO           TO WRK-STATUS                    00048544
            CALL 'GRAVALOG'            USING WRK-LOG.                   00048545
                                                                        00048546
      *----------------------------------------------------------------*00048547
       3130-99-FIM.                           EXIT.                     00048548
      *----------------------------------------------------------------*00048549
                                                                        00048550
      *----------------------------------------------------------------*00048551
       3140-REGISTRAR-CONSUMO                 SECTION.                  00048552
      *----------------------------------------------------------------*00048553
                                                                        00048554
            ADD WRK-VALOR-REQ          TO WRK-TAB-CNS-VALOR             00048555
                                           (WRK-IDX-CNS)                00048556
                                          ACUM-VALOR-CONSUMO            00048557
            ADD 1                      TO WRK-TAB-CNS-REQS              00048558
                                           (WRK-IDX-CNS).               00048559
                                                                        00048560
      *----------------------------------------------------------------*00048561
       3140-99-FIM.                           EXIT.                     00048562
      *----------------------------------------------------------------*00048563
      *----------------------------------------------------------------*00048564
       3150-APURAR-RESERVAS                   SECTION.                  00048565
      *----------------------------------------------------------------*00048566
                                                                        00048567
      *     TOTAL RESERVADO DA PECA NO DEPOSITO E A RESERVA DO PROPRIO *00048568
      *     DEPARTAMENTO, DA QUAL A REQUISICAO RETIRA PRIMEIRO         *00048569
            MOVE ZEROS                 TO WRK-QTD-RESERVADA             00048570
                                          WRK-RES-ACHADA                00048571
                                          WRK-QTD-RETIRADA              00048572
                                                                        00048573
            IF WRK-TAB-RES-QTDE GREATER ZEROS                           00048574
               PERFORM 3155-SOMAR-RESERVA                               00048575
                       VARYING WRK-IDX-RES FROM 1 BY 1                  00048576
                       UNTIL WRK-IDX-RES GREATER WRK-TAB-RES-QTDE       00048577
            END-IF                                                      00048578
                                                                        00048579
            IF WRK-RES-ACHADA GREATER ZEROS                             00048580
               SET WRK-IDX-RES         TO WRK-RES-ACHADA                00048581
               IF FD-RQ-QUANT LESS WRK-TAB-RES-QUANT (WRK-IDX-RES)      00048582
                  MOVE FD-RQ-QUANT     TO WRK-QTD-RETIRADA              00048583
               ELSE                                                     00048584
                  MOVE WRK-TAB-RES-QUANT (WRK-IDX-RES)                  00048585
                                       TO WRK-QTD-RETIRADA              00048586
               END-IF                                                   00048587
            END-IF                                                      00048588
                                                                        00048589
            COMPUTE WRK-QTD-RESIDUAL = FD-RQ-QUANT - WRK-QTD-RETIRADA.  00048590
                                                                        00048591
      *----------------------------------------------------------------*00048592
       3150-99-FIM.                           EXIT.                     00048593
      *----------------------------------------------------------------*00048594
                                                                        00048595
      *----------------------------------------------------------------*00048596
       3155-SOMAR-RESERVA                     SECTION.                  00048597
      *----------------------------------------------------------------*00048598
                                                                        00048599
            IF WRK-TAB-RES-PECA (WRK-IDX-RES) EQUAL FD-COD-PECA         00048600
             AND WRK-TAB-RES-DEP (WRK-IDX-RES) EQUAL FD-DEPOSITO-PECA   00048601
             AND WRK-TAB-RES-SITUACAO (WRK-IDX-RES) EQUAL 'A'           00048602
               ADD WRK-TAB-RES-QUANT (WRK-IDX-RES)                      00048603
                                       TO WRK-QTD-RESERVADA             00048604
               IF WRK-TAB-RES-DEPTO (WRK-IDX-RES) EQUAL FD-RQ-DEPTO     00048605
                  SET WRK-RES-ACHADA   TO WRK-IDX-RES                   00048606
               END-IF                                                   00048607
            END-IF.                                                     00048608
                                                                        00048609
      *----------------------------------------------------------------*00048610
       3155-99-FIM.                           EXIT.                     00048611
      *----------------------------------------------------------------*00048612
                                                                        00048613
      *----------------------------------------------------------------*00048614
       3160-BAIXAR-RESERVA                    SECTION.                  00048615
      *----------------------------------------------------------------*00048616
                                                                        00048617
      *     RESERVA ZERADA FICA 'B' ATE A PROXIMA MANUTENCAO (FR05EX67)*00048618
            SET WRK-IDX-RES            TO WRK-RES-ACHADA                00048619
            SUBTRACT WRK-QTD-RETIRADA  FROM WRK-TAB-RES-QUANT           00048620
                                            (WRK-IDX-RES)               00048621
            IF WRK-TAB-RES-QUANT (WRK-IDX-RES) EQUAL ZEROS              00048622
               MOVE 'B'                TO WRK-TAB-RES-SITUACAO          00048623
                                          (WRK-IDX-RES)                 00048624
            END-IF                                                      00048625
            ADD WRK-QTD-RETIRADA       TO ACUM-QUANT-RESERVA.           00048626
                                                                        00048627
      *----------------------------------------------------------------*00048628
       3160-99-FIM.                           EXIT.                     00048629
      *----------------------------------------------------------------*00048630
                                                                        00048631
      *----------------------------------------------------------------*00048632
       3200-GRAVAR-SAIDA-KARDEX               SECTION.                  00048700
      *----------------------------------------------------------------*00048800
                                                                        00048900
            MOVE FD-RQ-QUANT           TO WRK-LS-QUANT                  00051200
            MOVE FD-QUANT-PECA         TO WRK-LS-SALDO                  00051300
            MOVE FD-RQ-DATA            TO WRK-LS-DATA                   00051400
            MOVE SPACES                TO WRK-LS-RESERVA                00051416
            IF WRK-QTD-RETIRADA GREATER ZEROS                           00051432
               MOVE ' RESERVA '        TO WRK-LS-RES-TXT                00051448
               MOVE WRK-QTD-RETIRADA   TO WRK-LS-RES-QUANT              00051464
            END-IF                                                      00051480
            WRITE FD-RELREQ            FROM WRK-LINSAI                  00051500
            PERFORM 1100-TESTAR-STATUS.                                 00051600
                                                                        00051700
                                           (WRK-IDX-DEP)                00055300
                                          WRK-TAB-DEP-QUANT             00055400
                                           (WRK-IDX-DEP)                00055500
                                          WRK-TAB-DEP-VALOR             00055533
                                           (WRK-IDX-DEP)                00055566
            END-IF                                                      00055600
                                                                        00055700
            ADD 1                      TO WRK-TAB-DEP-REQS              00055800
                                           (WRK-IDX-DEP)                00055900
            ADD FD-RQ-QUANT            TO WRK-TAB-DEP-QUANT             00055960
                                           (WRK-IDX-DEP)                00056020
            ADD WRK-VALOR-REQ          TO WRK-TAB-DEP-VALOR             00056080
                                           (WRK-IDX-DEP).               00056140
                                                                        00056200
      *----------------------------------------------------------------*00056300
       3400-99-FIM.                           EXIT.                     00056400
      *----------------------------------------------------------------*00056500
                                                                        00056501
      *----------------------------------------------------------------*00056502
       3700-GRAVAR-PENDENCIA                  SECTION.                  00056504
      *----------------------------------------------------------------*00056506
                                                                        00056508
      *     PECA DESCONTINUADA NAO E MAIS REPOSTA: CONTINUA RECUSA     *00056510
            IF FD-PECA-DESCONTINUADA                                    00056512
               PERFORM 3800-GRAVAR-RECUSA                               00056514
               GO                  TO 3700-99-FIM                       00056516
            END-IF                                                      00056518
                                                                        00056520
      *     PECA SUBSTITUIDA (NAO INTERCAMBIAVEL) TAMBEM NAO E MAIS    *00056521
      *     REPOSTA: RECUSA INDICANDO A SUBSTITUTA. O LERSUBST FOI     *00056522
      *     CONSULTADO PARA ESTA REQUISICAO NO 3070                    *00056523
            IF WRK-LSB-SUBSTITUIDA                                      00056524
               MOVE SPACES             TO WRK-MOTIVO-RECUSA             00056525
               STRING 'PECA SUBSTITUIDA POR '                           00056526
                      WRK-LSB-PECA-FINAL                                00056527
                      DELIMITED BY SIZE                                 00056528
                      INTO WRK-MOTIVO-RECUSA                            00056529
               PERFORM 3800-GRAVAR-RECUSA                               00056530
               GO                  TO 3700-99-FIM                       00056531
            END-IF                                                      00056532
                                                                        00056533
            PERFORM 3710-GRAVAR-FILA.                                   00056534
                                                                        00056535
      *----------------------------------------------------------------*00056536
       3700-99-FIM.                           EXIT.                     00056537
      *----------------------------------------------------------------*00056538
                                                                        00056539
      *----------------------------------------------------------------*00056540
       3710-GRAVAR-FILA                       SECTION.                  00056541
      *----------------------------------------------------------------*00056542
            MOVE SPACES                TO WRK-BACKORDER                 00056543
            MOVE FD-RQ-COD-PECA        TO FD-BKO-COD-PECA               00056544
            MOVE FD-RQ-DEPOSITO        TO FD-BKO-DEPOSITO               00056545
            MOVE WRK-DATA-EXEC         TO FD-BKO-DATA                   00056546
            MOVE FD-RQ-PRIORIDADE      TO FD-BKO-PRIORIDADE             00056547
            IF FD-RQ-PRIORIDADE LESS '1'                                00056548
             OR FD-RQ-PRIORIDADE GREATER '9'                            00056549
               MOVE '5'                TO FD-BKO-PRIORIDADE             00056550
            END-IF                                                      00056551
            MOVE FD-RQ-DEPTO           TO FD-BKO-DEPTO                  00056552
            MOVE FD-RQ-QUANT           TO FD-BKO-QUANT                  00056553
                                          FD-BKO-QUANT-ORIG             00056554
            MOVE FD-RQ-DATA            TO FD-BKO-DATA-REQ               00056555
            WRITE FD-BACKORD           FROM WRK-BACKORDER               00056556
            PERFORM 1100-TESTAR-STATUS                                  00056557
            ADD 1                      TO ACUM-PENDENTES                00056558
            ADD FD-RQ-QUANT            TO ACUM-QUANT-PENDENTE           00056559
            PERFORM 3140-REGISTRAR-CONSUMO                              00056560
                                                                        00056561
            MOVE FD-RQ-DEPTO           TO WRK-LS-DEPTO                  00056562
            MOVE FD-RQ-COD-PECA        TO WRK-LS-COD-PECA               00056563
            MOVE FD-RQ-QUANT           TO WRK-LS-QUANT                  00056564
            MOVE FD-QUANT-PECA         TO WRK-LS-SALDO                  00056565
            MOVE FD-RQ-DATA            TO WRK-LS-DATA                   00056566
            MOVE SPACES                TO WRK-LS-RESERVA                00056568
            MOVE ' PENDENTE'           TO WRK-LS-RES-TXT                00056570
            WRITE FD-RELREQ            FROM WRK-LINSAI                  00056572
            PERFORM 1100-TESTAR-STATUS                                  00056574
                                                                        00056576
            MOVE 'A'                   TO WRK-SEVERIDADE                00056578
            MOVE 'FR05EX30'            TO WRK-PROGRAMA                  00056580
            MOVE '3700  '              TO WRK-SECAO                     00056582
            MOVE 'REQUISICAO NA FILA DE PENDENCIAS'                     00056584
                                       TO WRK-MENSAGEM                  00056586
            MOVE FD-RQ-COD-PECA        TO WRK-STATUS                    00056588
            CALL 'GRAVALOG'            USING WRK-LOG.                   00056590
                                                                        00056592
      *----------------------------------------------------------------*00056594
       3710-99-FIM.                           EXIT.                     00056596
      *----------------------------------------------------------------*00056598
                                                                        00056600
      *----------------------------------------------------------------*00056700
       3800-GRAVAR-RECUSA                     SECTION.                  00056800
      *----------------------------------------------------------------*00060400
       4000-FINALIZAR                        SECTION.                   00060500
      *----------------------------------------------------------------*00060600
                                                                        00060612
      *     DESVIO CUJA SUBSTITUTA NAO APARECEU NO DEPOSITO E RECUSADO *00060624
            IF WRK-TAB-DSV-QTDE GREATER ZEROS                           00060636
               PERFORM 4050-RECUSAR-DESVIADA                            00060648
                       VARYING WRK-IDX-DSV FROM 1 BY 1                  00060660
                       UNTIL WRK-IDX-DSV GREATER WRK-TAB-DSV-QTDE       00060672
            END-IF                                                      00060684
                                                                        00060700
            IF WRK-TAB-DEP-QTDE GREATER ZEROS                           00060800
               PERFORM 4100-GRAVAR-TOTAL-DEPTO                          00060900
                       VARYING WRK-IDX-DEP FROM 1 BY 1                  00061000
                       UNTIL WRK-IDX-DEP GREATER WRK-TAB-DEP-QTDE       00061100
            END-IF                                                      00061200
                                                                        00061205
            IF WRK-TAB-RES-QTDE GREATER ZEROS                           00061210
               PERFORM 4200-GRAVAR-RESERVA                              00061220
                       VARYING WRK-IDX-RES FROM 1 BY 1                  00061230
                       UNTIL WRK-IDX-RES GREATER WRK-TAB-RES-QTDE       00061240
            END-IF                                                      00061250
            IF WRK-TAB-CNS-QTDE GREATER ZEROS                           00061251
               PERFORM 4300-GRAVAR-CONSUMO                              00061252
                       VARYING WRK-IDX-CNS FROM 1 BY 1                  00061253
                       UNTIL WRK-IDX-CNS GREATER WRK-TAB-CNS-QTDE       00061254
            END-IF                                                      00061255
                                                                        00061260
            IF WRK-TEM-RESERVAS-SIM                                     00061270
               CLOSE RESERVAS                                           00061280
            END-IF                                                      00061290
                                                                        00061300
            CLOSE ARQPECAS                                              00061400
                  REQUIS                                                00061500
                  PECASNOV                                              00061600
                  REQREJ                                                00061700
                  RELREQ                                                00061800
                  RESNOVO                                               00061850
                  BACKORD                                               00061875
                  CONSNOV                                               00061883
                  REQRET                                                00061891
                                                                        00061900
            DISPLAY '*************************************************' 00062000
            DISPLAY '        REQUISICAO DE PECAS (SAIDAS)             ' 00062100
            DISPLAY '  LIDAS REQUISICOES   :  ' ACUM-LIDOS-REQUIS       00062400
            DISPLAY '  ATENDIDAS           :  ' ACUM-ATENDIDAS          00062500
            DISPLAY '  RECUSADAS           :  ' ACUM-RECUSADAS          00062600
            DISPLAY '  EM PENDENCIA        :  ' ACUM-PENDENTES          00062633
            DISPLAY '  PECAS PENDENTES     :  ' ACUM-QUANT-PENDENTE     00062666
            DISPLAY '  DESVIADAS SUBSTITUTA:  ' ACUM-DESVIADAS          00062668
            DISPLAY '  PECAS DESVIADAS     :  ' ACUM-QUANT-DESVIADA     00062670
            DISPLAY '  RETIDAS (ORCAMENTO) :  ' ACUM-RETIDAS            00062674
            DISPLAY '  VALOR RETIDO        :  ' ACUM-VALOR-RETIDO       00062682
            DISPLAY '  VALOR CONSUMIDO     :  ' ACUM-VALOR-CONSUMO      00062690
            DISPLAY '  PECAS BAIXADAS      :  ' ACUM-QUANT-SAIDA        00062700
            DISPLAY '  RETIRADAS DE RESERVA:  ' ACUM-QUANT-RESERVA      00062733
            DISPLAY '  GRAVADAS RESNOVO    :  ' ACUM-GRAV-RESNOVO       00062766
            DISPLAY '  GRAVADOS CONSNOV    :  ' ACUM-GRAV-CONSNOV       00062783
            DISPLAY '  GRAVADOS PECASNOV   :  ' ACUM-GRAV-PECASNOV      00062800
            DISPLAY '                                                 ' 00062900
            DISPLAY '*************************************************'.00063000
       4000-99-FIM.                           EXIT.                     00063300
      *----------------------------------------------------------------*00063400
                                                                        00063500
      *----------------------------------------------------------------*00063505
       4050-RECUSAR-DESVIADA                  SECTION.                  00063510
      *----------------------------------------------------------------*00063515
                                                                        00063520
            IF WRK-TAB-DSV-SITUACAO (WRK-IDX-DSV) EQUAL 'P'             00063525
               MOVE WRK-TAB-DSV-REQ (WRK-IDX-DSV)                       00063530
                                       TO FD-REQUIS                     00063535
               MOVE 'SUBSTITUTA INEXISTENTE NO DEP'                     00063540
                                       TO WRK-MOTIVO-RECUSA             00063545
               PERFORM 3800-GRAVAR-RECUSA                               00063550
            END-IF.                                                     00063555
                                                                        00063560
      *----------------------------------------------------------------*00063565
       4050-99-FIM.                           EXIT.                     00063570
      *----------------------------------------------------------------*00063575
                                                                        00063580
      *----------------------------------------------------------------*00063600
       4100-GRAVAR-TOTAL-DEPTO                SECTION.                  00063700
      *----------------------------------------------------------------*00063800
                                       TO WRK-LT-REQS                   00064300
            MOVE WRK-TAB-DEP-QUANT (WRK-IDX-DEP)                        00064400
                                       TO WRK-LT-QUANT                  00064500
            MOVE WRK-TAB-DEP-VALOR (WRK-IDX-DEP)                        00064533
                                       TO WRK-LT-VALOR                  00064566
            WRITE FD-RELREQ            FROM WRK-LINTOTD                 00064600
            PERFORM 1100-TESTAR-STATUS.                                 00064700
                                                                        00064800
      *----------------------------------------------------------------*00064900
       4100-99-FIM.                           EXIT.                     00065000
      *----------------------------------------------------------------*00065100
                                                                        00065102
      *----------------------------------------------------------------*00065105
       4200-GRAVAR-RESERVA                    SECTION.                  00065110
      *----------------------------------------------------------------*00065115
                                                                        00065120
            MOVE WRK-TAB-RES-REG (WRK-IDX-RES)                          00065125
                                       TO WRK-RESERVA                   00065130
            MOVE WRK-TAB-RES-QUANT (WRK-IDX-RES)                        00065135
                                       TO FD-RES-QUANT                  00065140
            MOVE WRK-TAB-RES-SITUACAO (WRK-IDX-RES)                     00065145
                                       TO FD-RES-SITUACAO               00065150
            WRITE FD-RESNOVO           FROM WRK-RESERVA                 00065155
            PERFORM 1100-TESTAR-STATUS                                  00065160
            ADD 1                      TO ACUM-GRAV-RESNOVO.            00065165
                                                                        00065170
      *----------------------------------------------------------------*00065175
       4200-99-FIM.                           EXIT.                     00065180
      *----------------------------------------------------------------*00065185
      *----------------------------------------------------------------*00065186
       4300-GRAVAR-CONSUMO                    SECTION.                  00065187
      *----------------------------------------------------------------*00065188
                                                                        00065189
            MOVE SPACES                TO WRK-CONSUMO                   00065190
            MOVE WRK-TAB-CNS-CHAVE (WRK-IDX-CNS)                        00065191
                                       TO FD-CNS-CHAVE                  00065192
            MOVE WRK-TAB-CNS-VALOR (WRK-IDX-CNS)                        00065193
                                       TO FD-CNS-VALOR                  00065194
            MOVE WRK-TAB-CNS-REQS (WRK-IDX-CNS)                         00065195
                                       TO FD-CNS-REQS                   00065196
            MOVE WRK-TAB-CNS-RETIDAS (WRK-IDX-CNS)                      00065197
                                       TO FD-CNS-RETIDAS                00065198
            WRITE FD-CONSNOV           FROM WRK-CONSUMO                 00065199
            PERFORM 1100-TESTAR-STATUS                                  00065200
            ADD 1                      TO ACUM-GRAV-CONSNOV.            00065201
                                                                        00065202
      *----------------------------------------------------------------*00065203
       4300-99-FIM.                           EXIT.                     00065204
      *----------------------------------------------------------------*00065205
                                                                        00065206
      ******************************************************************00065300
      *                   T R A T A R  E R R O                         *00065400
      ******************************************************************00065500
