      *               EXCECOES (EXCPECAS) E NAO ENTRAM NO PEDIDO DE    *00003400
      *               COMPRA. PECAS COM ESTOQUE ZERADO SAO MARCADAS    *00003500
      *               COMO COMPRA URGENTE NA SAIDA.                    *00003600
      *               PECA SUBSTITUIDA (SUBSTPC, MODULO LERSUBST) NAO  *00003633
      *               E MAIS REPOSTA: A COMPRA PASSA A SER DA NOVA.    *00003666
      *----------------------------------------------------------------*00003700
      *    ARQUIVOS :                                                  *00003800
      *    DDNAME          I/O                                         *00003900
      *    JCLPEDN          O    PEDIDOS EM ABERTO ATUALIZADO          *00004270
      *    JCLCUSTH         I    HISTORICO DE CUSTO POR PECA          * 00004280
      *    JCLCUSTN         O    HISTORICO DE CUSTO ATUALIZADO        * 00004290
      *    JCLRESER         I    RESERVAS DE ESTOQUE (OPCIONAL)        *00004295
      *    JCLBACKO         I    FILA DE PENDENCIAS (OPCIONAL)         *00004297
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS (LERSUBST)      *00004298
      *    JCLCKPT         I/O   CHECKPOINT/RESTART                    *00004300
      *----------------------------------------------------------------*00004400
      *    BOOKS    :                                                  *00004500
      *               B#FORN - BOOK DO CADASTRO DE FORNECEDORES.       *00004650
      *               B#PEDAB - BOOK DE PEDIDOS EM ABERTO.             *00004660
      *               B#CUSTH - BOOK DO HISTORICO DE CUSTO.          *  00004670
      *               B#RESERV - BOOK DE RESERVAS DE ESTOQUE.          *00004685
      *               B#BACKOR - BOOK DA FILA DE PENDENCIAS.           *00004692
      *               B#ARQS - BOOK DE SAIDA.                          *00004700
      *               B#GRALOG - BOOK DE TRATAMENTO DE ERROS.          *00004800
      *               B#CKPT - BOOK DE CHECKPOINT/RESTART.             *00004900
      *               B#PARAM - BOOK DE PARAMETROS VIA SYSIN.          *00005000
      *               B#LERSUB - BOOK DO MODULO LERSUBST.              *00005050
      *----------------------------------------------------------------*00005100
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005200
      *                  LERSUBST - SUBSTITUICAO DE PECAS              *00005250
      *----------------------------------------------------------------*00005300
      *    PARAMETROS (VIA SYSIN, LAYOUT NO COPYBOOK B#PARAM):         *00005400
      *      WRK-PARM-PONTO-PEDIDO (9(05)) - ESTOQUE MINIMO ABAIXO DO  *00005500
      *                           GRAVOU E E ZERADO NO FIM NORMAL,   *  00008321
      *                           PARA UM CHECKPOINT VELHO NAO       *  00008322
      *                           ESVAZIAR O CICLO SEGUINTE          *  00008323
      *      15/10/2026  DPC      CHECKPOINT ACOMPANHA O B#CKPT        *00008324
      *                           AMPLIADO (LRECL 165)                 *00008325
      *      15/10/2026  DPC      PECA DESCONTINUADA (FD-SITUACAO-     *00008326
      *                           PECA = 'D', MARCADA PELO FR05EX64)   *00008327
      *                           SAI DA DECISAO DE REPOSICAO; A       *00008328
      *                           POSICAO POR DEPOSITO CONTINUA NO     *00008329
      *                           RELDEP                               *00008330
      *      15/10/2026  DPC      FORNECEDOR BLOQUEADO OU DESATIVADO   *00008331
      *                           NO CADFORN (FR05EX65) NAO E MAIS     *00008332
      *                           ESCOLHIDO; SEM OUTRO CANDIDATO A     *00008333
      *                           PECA SAI NA EXCECAO 'FORNECEDOR      *00008334
      *                           BLOQUEADO'. EM REVISAO SEGUE         *00008335
      *                           COMPRAVEL                            *00008336
      *      15/10/2026  DPC      RESERVAS ABERTAS (FR05EX67) COM      *00008337
      *                           NECESSIDADE ATE O PRAZO DE ENTREGA   *00008338
      *                           DO FORNECEDOR ESCOLHIDO CONTAM COMO  *00008339
      *                           DEMANDA: O PONTO DE PEDIDO E A       *00008340
      *                           QUANTIDADE A COMPRAR USAM O ESTOQUE  *00008341
      *                           LIVRE (CONSOLIDADO - RESERVADO)      *00008342
      *      15/10/2026  DPC      PENDENCIAS DA FILA (BACKORD,         *00008343
      *                           FR05EX68) SOMAM NA QUANTIDADE A      *00008344
      *                           COMPRAR E ENTRAM NO PONTO DE PEDIDO  *00008345
      *      15/10/2026  DPC      PECA SUBSTITUIDA EM VIGOR (SUBSTPC,  *00008346
      *                           FR05EX76) SAI DA DECISAO DE          *00008347
      *                           REPOSICAO, COMO A DESCONTINUADA      *00008348
      *================================================================*00008307
                                                                        00008400
      *================================================================*00008500
                                                                        00011069
             SELECT RELDEP    ASSIGN     TO JCLRELDP                    00011070
                    FILE STATUS     IS WRK-FS-RELDEP.                   00011080
                                                                        00011081
             SELECT RESERVAS  ASSIGN     TO JCLRESER                    00011083
                    FILE STATUS     IS WRK-FS-RESERVAS.                 00011086
                                                                        00011087
             SELECT BACKORD   ASSIGN     TO JCLBACKO                    00011088
                    FILE STATUS     IS WRK-FS-BACKORD.                  00011089
                                                                        00011090
             SELECT CKPT      ASSIGN     TO JCLCKPT                     00011100
                    FILE STATUS     IS WRK-FS-CKPT.                     00011200
       01 FD-EXCPECAS       PIC X(061).                                 00015000
                                                                        00015100
      *----------------------------------------------------------------*00015200
      *    I/O - ARQUIVO DE CHECKPOINT/RESTART - LRECL = 165           *00015300
      *----------------------------------------------------------------*00015400
                                                                        00015500
      *----------------------------------------------------------------*00015510
       FD CKPT                                                          00015600
           RECORDING MODE IS F                                          00015700
           BLOCK CONTAINS 0 RECORDS.                                    00015800
       01 FD-CKPT           PIC X(165).                                 00015900
                                                                        00016000
      *----------------------------------------------------------------*00016100
      *    WORK - ARQUIVO DE TRABALHO PARA ORDENAR POR FORNECEDOR      *00016200
           RECORDING MODE IS F                                          00011930
           BLOCK CONTAINS 0 RECORDS.                                    00011935
       01 FD-RELDEP         PIC X(080).                                 00011940
                                                                        00011941
      *----------------------------------------------------------------*00011941
      *  INPUT - RESERVAS DE ESTOQUE (RESERVAS) - LRECL = 060.         *00011942
      *----------------------------------------------------------------*00011943
                                                                        00011944
       FD RESERVAS                                                      00011945
           RECORDING MODE IS F                                          00011946
           BLOCK CONTAINS 0 RECORDS.                                    00011947
       01 FD-RESERVAS       PIC X(060).                                 00011948
                                                                        00011949
      *----------------------------------------------------------------*00011950
      *  INPUT - FILA DE PENDENCIAS (BACKORD) - LRECL = 060.           *00011951
      *----------------------------------------------------------------*00011952
                                                                        00011953
       FD BACKORD                                                       00011954
           RECORDING MODE IS F                                          00011955
           BLOCK CONTAINS 0 RECORDS.                                    00011956
       01 FD-BACKORD        PIC X(060).                                 00011957
                                                                        00011945
      *----------------------------------------------------------------*00017500
       WORKING-STORAGE                            SECTION.              00017600
       77 WRK-FS-PARMPEC                 PIC X(002) VALUE SPACES.       00000061
       77 WRK-PONTO-APLICADO             PIC 9(007) VALUE ZEROS.        00000062
       77 WRK-ALVO-APLICADO              PIC 9(007) VALUE ZEROS.        00000063
       77 WRK-GRUPO-DESCONT              PIC X(001) VALUE 'N'.          00000064
           88 WRK-GRUPO-DESCONT-SIM                 VALUE 'S'.          00000065
       77 WRK-DESCONTINUADAS             PIC 9(003) VALUE ZEROS.        00000066
       77 WRK-SUBSTITUIDAS               PIC 9(003) VALUE ZEROS.        00000067
       77 WRK-FS-RESERVAS                PIC X(002) VALUE SPACES.       00000067
       77 WRK-QTD-RESERVADA              PIC 9(007) VALUE ZEROS.        00000068
       77 WRK-QTD-LIVRE                  PIC 9(007) VALUE ZEROS.        00000069
       77 WRK-DATA-LIMITE                PIC 9(008) VALUE ZEROS.        00000070
       77 WRK-DATA-LIMITE-X REDEFINES WRK-DATA-LIMITE                   00000071
                                         PIC X(008).                    00000072
       77 WRK-FS-BACKORD                 PIC X(002) VALUE SPACES.       00000073
       77 WRK-QTD-PENDENTE               PIC 9(007) VALUE ZEROS.        00000074
       77 WRK-QTD-LIQUIDA                PIC S9(007) VALUE ZEROS.       00000075
                                                                        00000035
      *----------------------------------------------------------------*00000036
      *    TABELA DE PRECOS CONTRATADOS (FORNECEDOR+PECA+VIGENCIA)     *00000037
             10 WRK-TAB-PPC-PONTO       PIC 9(05).                      00000177
             10 WRK-TAB-PPC-ALVO        PIC 9(05).                      00000178
       77 WRK-TAB-PPC-QTDE              PIC 9(003) VALUE ZEROS.         00000179
                                                                        00000180
      *----------------------------------------------------------------*00000180
      *    RESERVAS ABERTAS (FR05EX67), SO AS COM SALDO A RETIRAR      *00000181
      *----------------------------------------------------------------*00000182
       01 WRK-TAB-RESERVAS.                                             00000183
          05 WRK-TAB-RES                OCCURS 500 TIMES                00000184
                                         INDEXED BY WRK-IDX-RES.        00000185
             10 WRK-TAB-RES-PECA        PIC X(06).                      00000186
             10 WRK-TAB-RES-DATA-NECES  PIC X(08).                      00000187
             10 WRK-TAB-RES-QUANT       PIC 9(05).                      00000188
       77 WRK-TAB-RES-QTDE              PIC 9(003) VALUE ZEROS.         00000189
                                                                        00000190
      *----------------------------------------------------------------*00000191
      *    PENDENCIAS DA FILA (FR05EX68), SALDO AINDA NAO ATENDIDO     *00000192
      *----------------------------------------------------------------*00000193
       01 WRK-TAB-PENDENCIAS.                                           00000194
          05 WRK-TAB-BKO                OCCURS 500 TIMES                00000195
                                         INDEXED BY WRK-IDX-BKO.        00000196
             10 WRK-TAB-BKO-PECA        PIC X(06).                      00000197
             10 WRK-TAB-BKO-QUANT       PIC 9(05).                      00000198
       77 WRK-TAB-BKO-QTDE              PIC 9(003) VALUE ZEROS.         00000199

       77 WRK-FS-FORNPEC                PIC X(002) VALUE SPACES.        00000160
       77 WRK-MELHOR-PRECO              PIC 9(005)V99 VALUE ZEROS.      00000161
             10 WRK-TAB-FORN-RAZAO       PIC X(20).                     00021190
             10 WRK-TAB-FORN-PRAZO       PIC 9(03).                     00021191
             10 WRK-TAB-FORN-QTD-MIN     PIC 9(05).                     00021192
             10 WRK-TAB-FORN-SITUACAO    PIC X(01).                     00021193
                                                                        00021193
       01 WRK-TAB-FORN-QTDE              PIC 9(003) VALUE ZEROS.        00021194
       01 WRK-FORN-ACHOU                 PIC X(001) VALUE 'N'.          00021195
          88 WRK-FORN-ACHOU-SIM                     VALUE 'S'.          00021196
          88 WRK-FORN-ACHOU-NAO                     VALUE 'N'.          00021197
       01 WRK-FORN-BLOQ                  PIC X(001) VALUE 'N'.          00021198
          88 WRK-FORN-BLOQ-SIM                      VALUE 'S'.          00021199
                                                                        00021198
      *----------------------------------------------------------------*00021210
      *    TABELA DE PEDIDOS EM ABERTO (CARREGADA DO PEDABERT; OS      *00021220
      ******************************************************************00021780
                                                                        00021782
       COPY 'B#CUSTH'.                                                  00021784
                                                                        00021785
      ******************************************************************00021785
      *        B O O K  R E S E R V A S  D E  E S T O Q U E            *00021786
      ******************************************************************00021787
                                                                        00021788
       COPY 'B#RESERV'.                                                 00021789
                                                                        00021790
      ******************************************************************00021791
      *        B O O K  F I L A  D E  P E N D E N C I A S              *00021792
      ******************************************************************00021793
                                                                        00021794
       COPY 'B#BACKOR'.                                                 00021795
                                                                        00021772
      ******************************************************************00021800
      *             B O O K  A R Q U I V O  D E  S A I D A             *00021900
       COPY 'B#RUNCTL'.                                                 00024454
                                                                        00024454
       COPY 'B#DATPRC'.                                                 00024455
       COPY 'B#LERSUB'.                                                 00024456
                                                                        00024455
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00024456
                                                                        00024457
           PERFORM 1700-CARREGAR-FORNPEC                                00000181

           PERFORM 1800-CARREGAR-PARMPEC                                00000182
                                                                        00007560
           PERFORM 1900-CARREGAR-RESERVAS                               00014938
                                                                        00019857
           PERFORM 1950-CARREGAR-PENDENCIAS                             00024776
                                                                        00029695
           MOVE WRK-DTP-DATA TO WRK-DATA-HOJE                           00029697
                                                                        00029700
                                         (WRK-IDX-FORN)                 00044762
           MOVE FD-FORN-QTD-MINIMA   TO WRK-TAB-FORN-QTD-MIN            00044764
                                         (WRK-IDX-FORN)                 00044766
           MOVE FD-FORN-SITUACAO     TO WRK-TAB-FORN-SITUACAO           00044767
                                         (WRK-IDX-FORN)                 00044768
                                                                        00044768
           PERFORM 1310-LER-CADFORN.                                    00044770
                                                                        00044772
       1820-99-FIM.                           EXIT.                     00000314
      *----------------------------------------------------------------*00000315
                                                                        00000316
      *----------------------------------------------------------------*00000316
       1900-CARREGAR-RESERVAS                SECTION.                   00000317
      *----------------------------------------------------------------*00000318
                                                                        00000319
      *    SEM ARQUIVO DE RESERVAS, NAO HA DEMANDA RESERVADA           *00000320
           OPEN INPUT RESERVAS                                          00000321
           IF WRK-FS-RESERVAS EQUAL '35'                                00000322
              MOVE '10'               TO WRK-FS-RESERVAS                00000323
              GO                  TO 1900-99-FIM                        00000324
           END-IF                                                       00000325
                                                                        00000326
           PERFORM 1910-LER-RESERVAS                                    00000327
                                                                        00000328
           PERFORM 1920-GUARDAR-RESERVA                                 00000329
                   UNTIL WRK-FS-RESERVAS EQUAL '10'                     00000330
                                                                        00000331
           CLOSE RESERVAS.                                              00000332
                                                                        00000333
      *----------------------------------------------------------------*00000334
       1900-99-FIM.                           EXIT.                     00000335
      *----------------------------------------------------------------*00000336
                                                                        00000337
      *----------------------------------------------------------------*00000338
       1910-LER-RESERVAS                     SECTION.                   00000339
      *----------------------------------------------------------------*00000340
                                                                        00000341
           READ RESERVAS             INTO WRK-RESERVA                   00000342
                                                                        00000343
           IF WRK-FS-RESERVAS EQUAL '10'                                00000344
              GO                  TO 1910-99-FIM                        00000345
           END-IF                                                       00000346
                                                                        00000347
           IF WRK-FS-RESERVAS NOT EQUAL ZEROS                           00000348
              MOVE 'ERRO NO ARQUIVO RESERVAS'    TO WRK-MSG             00000349
              MOVE WRK-FS-RESERVAS              TO WRK-STATUS           00000350
              PERFORM 9000-TRATAR-ERRO                                  00000351
           END-IF.                                                      00000352
                                                                        00000353
      *----------------------------------------------------------------*00000354
       1910-99-FIM.                           EXIT.                     00000355
      *----------------------------------------------------------------*00000356
                                                                        00000357
      *----------------------------------------------------------------*00000358
       1920-GUARDAR-RESERVA                  SECTION.                   00000359
      *----------------------------------------------------------------*00000360
                                                                        00000361
      *    RESERVA TODA RETIRADA ('B') OU CANCELADA NAO E DEMANDA      *00000362
           IF NOT FD-RES-ABERTA                                         00000363
              OR FD-RES-QUANT EQUAL ZEROS                               00000364
              PERFORM 1910-LER-RESERVAS                                 00000365
              GO                  TO 1920-99-FIM                        00000366
           END-IF                                                       00000367
                                                                        00000368
           IF WRK-TAB-RES-QTDE GREATER OR EQUAL 500                     00000369
              MOVE 'TABELA DE RESERVAS CHEIA'    TO WRK-MSG             00000370
              MOVE SPACES              TO WRK-STATUS                    00000371
              PERFORM 9000-TRATAR-ERRO                                  00000372
           END-IF                                                       00000373
                                                                        00000374
           ADD 1                     TO WRK-TAB-RES-QTDE                00000375
           SET WRK-IDX-RES           TO WRK-TAB-RES-QTDE                00000376
           MOVE FD-RES-COD-PECA      TO WRK-TAB-RES-PECA                00000377
                                         (WRK-IDX-RES)                  00000378
           MOVE FD-RES-DATA-NECES    TO WRK-TAB-RES-DATA-NECES          00000379
                                         (WRK-IDX-RES)                  00000380
           MOVE FD-RES-QUANT         TO WRK-TAB-RES-QUANT               00000381
                                         (WRK-IDX-RES)                  00000382
                                                                        00000383
           PERFORM 1910-LER-RESERVAS.                                   00000384
                                                                        00000385
      *----------------------------------------------------------------*00000386
       1920-99-FIM.                           EXIT.                     00000387
      *----------------------------------------------------------------*00000388
                                                                        00000389
      *----------------------------------------------------------------*00000390
       1950-CARREGAR-PENDENCIAS              SECTION.                   00000391
      *----------------------------------------------------------------*00000392
                                                                        00000393
      *    SEM FILA DE PENDENCIAS, NAO HA DEMANDA PENDENTE             *00000394
           OPEN INPUT BACKORD                                           00000395
           IF WRK-FS-BACKORD EQUAL '35'                                 00000396
              MOVE '10'               TO WRK-FS-BACKORD                 00000397
              GO                  TO 1950-99-FIM                        00000398
           END-IF                                                       00000399
                                                                        00000400
           PERFORM 1960-LER-PENDENCIAS                                  00000401
                                                                        00000402
           PERFORM 1970-GUARDAR-PENDENCIA                               00000403
                   UNTIL WRK-FS-BACKORD EQUAL '10'                      00000404
                                                                        00000405
           CLOSE BACKORD.                                               00000406
                                                                        00000407
      *----------------------------------------------------------------*00000408
       1950-99-FIM.                           EXIT.                     00000409
      *----------------------------------------------------------------*00000410
                                                                        00000411
      *----------------------------------------------------------------*00000412
       1960-LER-PENDENCIAS                   SECTION.                   00000413
      *----------------------------------------------------------------*00000414
                                                                        00000415
           READ BACKORD              INTO WRK-BACKORDER                 00000416
                                                                        00000417
           IF WRK-FS-BACKORD EQUAL '10'                                 00000418
              GO                  TO 1960-99-FIM                        00000419
           END-IF                                                       00000420
                                                                        00000421
           IF WRK-FS-BACKORD NOT EQUAL ZEROS                            00000422
              MOVE 'ERRO NO ARQUIVO BACKORD'     TO WRK-MSG             00000423
              MOVE WRK-FS-BACKORD               TO WRK-STATUS           00000424
              PERFORM 9000-TRATAR-ERRO                                  00000425
           END-IF.                                                      00000426
                                                                        00000427
      *----------------------------------------------------------------*00000428
       1960-99-FIM.                           EXIT.                     00000429
      *----------------------------------------------------------------*00000430
                                                                        00000431
      *----------------------------------------------------------------*00000432
       1970-GUARDAR-PENDENCIA                SECTION.                   00000433
      *----------------------------------------------------------------*00000434
                                                                        00000435
           IF FD-BKO-QUANT NOT NUMERIC                                  00000436
              OR FD-BKO-QUANT EQUAL ZEROS                               00000437
              PERFORM 1960-LER-PENDENCIAS                               00000438
              GO                  TO 1970-99-FIM                        00000439
           END-IF                                                       00000440
                                                                        00000441
           IF WRK-TAB-BKO-QTDE GREATER OR EQUAL 500                     00000442
              MOVE 'TABELA DE PENDENCIAS CHEIA'  TO WRK-MSG             00000443
              MOVE SPACES              TO WRK-STATUS                    00000444
              PERFORM 9000-TRATAR-ERRO                                  00000445
           END-IF                                                       00000446
                                                                        00000447
           ADD 1                     TO WRK-TAB-BKO-QTDE                00000448
           SET WRK-IDX-BKO           TO WRK-TAB-BKO-QTDE                00000449
           MOVE FD-BKO-COD-PECA      TO WRK-TAB-BKO-PECA                00000450
                                         (WRK-IDX-BKO)                  00000451
           MOVE FD-BKO-QUANT         TO WRK-TAB-BKO-QUANT               00000452
                                         (WRK-IDX-BKO)                  00000453
                                                                        00000454
           PERFORM 1960-LER-PENDENCIAS.                                 00000455
                                                                        00000456
      *----------------------------------------------------------------*00000457
       1970-99-FIM.                           EXIT.                     00000458
      *----------------------------------------------------------------*00000459
                                                                        00000316
      ******************************************************************00044700
      *              G E R A R   O R D E N A C A O                     *00044800
      ******************************************************************00044900
            MOVE FD-COD-PECA           TO WRK-GRUPO-PECA                00048060
            MOVE ZEROS                 TO WRK-QTD-CONSOL                00048070
                                          WRK-TAB-GDP-QTDE              00048080
            MOVE 'N'                   TO WRK-GRUPO-DESCONT             00048085
                                                                        00048090
            PERFORM 2130-SOMAR-DEPOSITO                                 00048100
                    UNTIL WRK-FS-PECAS EQUAL '10'                       00048110
      *     A QUANTIDADE CONSOLIDADA DOS DEPOSITOS                     *00048150
            MOVE WRK-ARQPECAS          TO WRK-PROX-REG                  00048160
            MOVE WRK-GRUPO-REG         TO WRK-ARQPECAS                  00048170
      *     PECA DESCONTINUADA NAO E MAIS REPOSTA: O SALDO QUE O       *00048171
      *     DEPOSITO AINDA TEM SAI PELAS REQUISICOES. A SUBSTITUIDA    *00048172
      *     TAMBEM NAO: QUEM E COMPRADA E A NOVA                       *00048173
            MOVE WRK-GRUPO-PECA        TO WRK-LSB-COD-PECA              00048174
            MOVE WRK-DATA-EXEC         TO WRK-LSB-DATA-REF              00048175
            CALL 'LERSUBST'            USING WRK-LERSUB                 00048176
            EVALUATE TRUE                                               00048177
              WHEN WRK-GRUPO-DESCONT-SIM                                00048178
               ADD 1                   TO WRK-DESCONTINUADAS            00048179
              WHEN WRK-LSB-SUBSTITUIDA                                  00048180
               ADD 1                   TO WRK-SUBSTITUIDAS              00048181
              WHEN OTHER                                                00048182
               PERFORM 2200-VALIDAR-E-CALCULAR                          00048183
            END-EVALUATE                                                00048184
            PERFORM 2160-GRAVAR-POSICAO-DEP                             00048190
            MOVE WRK-PROX-REG          TO WRK-ARQPECAS                  00048200
                                                                        00048210
       2130-SOMAR-DEPOSITO                  SECTION.                    00048294
      *----------------------------------------------------------------*00048295
                                                                        00048296
            IF FD-PECA-DESCONTINUADA                                    00048297
               MOVE 'S'                TO WRK-GRUPO-DESCONT             00048298
            END-IF                                                      00048299
                                                                        00048300
            IF FD-QUANT-PECA           NOT NUMERIC                      00048297
               MOVE 'QUANTIDADE EM ESTOQUE INVALIDA'                    00048298
                                       TO WRK-MOTIVO-EXCECAO            00048299
      *     A QUANTIDADE AVALIADA E A CONSOLIDADA DOS DEPOSITOS; A     *00048600
      *     VALIDACAO DE QUANTIDADE INVALIDA FICA NO 2130, REGISTRO A  *00048620
      *     REGISTRO                                                   *00048640
      *     COM FORNECEDOR ESCOLHIDO, AS RESERVAS QUE VENCEM DENTRO DO *00048693
      *     PRAZO DE ENTREGA SAEM DO ESTOQUE LIVRE (2220)              *00048746
      *     E AS PENDENCIAS DA FILA (BACKORD) SAO DEMANDA JA DEVIDA:   *00048764
      *     O PEDIDO USA O LIQUIDO (LIVRE - PENDENTE)                  *00048782
               PERFORM 2230-RESOLVER-PARAMETROS                         00048800
               PERFORM 2270-VERIFICAR-CUSTO                             00048805
               PERFORM 2240-ESCOLHER-FORNECEDOR                         00048810
               IF WRK-FORN-ACHOU-NAO                                    00048820
                  IF WRK-FORN-BLOQ-SIM                                  00048823
                     MOVE 'FORNECEDOR BLOQUEADO'                        00048826
                                       TO WRK-MOTIVO-EXCECAO            00048829
                  ELSE                                                  00048832
                     MOVE 'FORNECEDOR NAO CADASTRADO'                   00048835
                                       TO WRK-MOTIVO-EXCECAO            00048838
                  END-IF                                                00048841
                  PERFORM 2300-GRAVAR-EXCECAO                           00048850
               ELSE                                                     00048860
               PERFORM 2220-APURAR-ESTOQUE-LIVRE                        00048880
               IF WRK-QTD-LIQUIDA      LESS WRK-PONTO-APLICADO          00048900
                  PERFORM 2260-VERIFICAR-PEDIDO-ABERTO                  00048910
               END-IF                                                   00048920
               IF WRK-QTD-LIQUIDA      LESS WRK-PONTO-APLICADO          00048930
                AND WRK-PAB-ACHOU-SIM                                   00048940
                  PERFORM 2350-GRAVAR-EM-PEDIDO                         00048950
               END-IF                                                   00048960
               IF WRK-QTD-LIQUIDA      LESS WRK-PONTO-APLICADO          00048970
                AND WRK-PAB-ACHOU-NAO                                   00048980
                  PERFORM 2255-LOCALIZAR-PRECO                          00048990
                  COMPUTE SD-QUANT-COMPRA =                             00049000
                          WRK-ALVO-APLICADO - WRK-QTD-LIQUIDA           00049100
                  IF SD-QUANT-COMPRA   LESS                             00049110
                     WRK-TAB-FORN-QTD-MIN (WRK-IDX-FORN)                00049120
                     MOVE WRK-TAB-FORN-QTD-MIN (WRK-IDX-FORN)           00049130
      *----------------------------------------------------------------*00051500
       2200-99-FIM.                         EXIT.                       00051600
      *----------------------------------------------------------------*00051700
                                                                        00051701
      *----------------------------------------------------------------*00051702
       2220-APURAR-ESTOQUE-LIVRE            SECTION.                    00051704
      *----------------------------------------------------------------*00051706
                                                                        00051708
      *     DEMANDA RESERVADA = RESERVAS ABERTAS DA PECA COM DATA DE   *00051710
      *     NECESSIDADE ATE HOJE + PRAZO DE ENTREGA DO FORNECEDOR      *00051712
            COMPUTE WRK-DIAS-INT =                                      00051714
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE-N)          00051716
                  + WRK-TAB-FORN-PRAZO (WRK-IDX-FORN)                   00051718
            COMPUTE WRK-DATA-LIMITE =                                   00051720
                    FUNCTION DATE-OF-INTEGER (WRK-DIAS-INT)             00051722
                                                                        00051724
            MOVE ZEROS                 TO WRK-QTD-RESERVADA             00051726
            PERFORM 2225-SOMAR-RESERVA                                  00051728
                    VARYING WRK-IDX-RES FROM 1 BY 1                     00051730
                    UNTIL WRK-IDX-RES GREATER WRK-TAB-RES-QTDE          00051732
                                                                        00051734
            IF WRK-QTD-RESERVADA NOT LESS WRK-QTD-CONSOL                00051736
               MOVE ZEROS              TO WRK-QTD-LIVRE                 00051738
            ELSE                                                        00051740
               COMPUTE WRK-QTD-LIVRE =                                  00051742
                       WRK-QTD-CONSOL - WRK-QTD-RESERVADA               00051744
            END-IF                                                      00051746
                                                                        00051747
      *     PENDENCIAS DA FILA (FR05EX68) SOMAM TODOS OS DEPOSITOS,    *00051748
      *     COMO O CONSOLIDADO                                         *00051749
            MOVE ZEROS                 TO WRK-QTD-PENDENTE              00051750
            PERFORM 2227-SOMAR-PENDENCIA                                00051751
                    VARYING WRK-IDX-BKO FROM 1 BY 1                     00051752
                    UNTIL WRK-IDX-BKO GREATER WRK-TAB-BKO-QTDE          00051753
                                                                        00051754
            COMPUTE WRK-QTD-LIQUIDA =                                   00051755
                    WRK-QTD-LIVRE - WRK-QTD-PENDENTE.                   00051756
                                                                        00051748
      *----------------------------------------------------------------*00051750
       2220-99-FIM.                         EXIT.                       00051752
      *----------------------------------------------------------------*00051754
                                                                        00051756
      *----------------------------------------------------------------*00051758
       2225-SOMAR-RESERVA                   SECTION.                    00051760
      *----------------------------------------------------------------*00051762
                                                                        00051764
            IF WRK-TAB-RES-PECA (WRK-IDX-RES) EQUAL FD-COD-PECA         00051766
               AND WRK-TAB-RES-DATA-NECES (WRK-IDX-RES)                 00051768
                   NOT GREATER WRK-DATA-LIMITE-X                        00051770
               ADD WRK-TAB-RES-QUANT (WRK-IDX-RES)                      00051772
                                       TO WRK-QTD-RESERVADA             00051774
            END-IF.                                                     00051776
                                                                        00051778
      *----------------------------------------------------------------*00051780
       2225-99-FIM.                         EXIT.                       00051782
      *----------------------------------------------------------------*00051784
                                                                        00051785
      *----------------------------------------------------------------*00051786
       2227-SOMAR-PENDENCIA                 SECTION.                    00051787
      *----------------------------------------------------------------*00051788
                                                                        00051789
            IF WRK-TAB-BKO-PECA (WRK-IDX-BKO) EQUAL FD-COD-PECA         00051790
               ADD WRK-TAB-BKO-QUANT (WRK-IDX-BKO)                      00051791
                                       TO WRK-QTD-PENDENTE              00051792
            END-IF.                                                     00051793
                                                                        00051794
      *----------------------------------------------------------------*00051795
       2227-99-FIM.                         EXIT.                       00051796
      *----------------------------------------------------------------*00051797
                                                                        00051800
      *----------------------------------------------------------------*00000320
       2230-RESOLVER-PARAMETROS             SECTION.                    00000321
      *    DO ARQPECAS.                                                *00051808
           MOVE 'N'                   TO WRK-TEM-ESCOLHA                00051809
                                         WRK-MELHOR-DENTRO              00051810
                                         WRK-FORN-BLOQ                  00051811
           MOVE ZEROS                 TO WRK-IDX-ESCOLHIDO              00051811
                                                                        00051812
           IF WRK-TAB-FPE-QTDE GREATER ZEROS                            00051813
           END-IF                                                       00051845
                                                                        00051846
           SET WRK-IDX-FORN           TO WRK-IND-CAD                    00051847
      *    BLOQUEADO OU DESATIVADO NO CADFORN NAO CONCORRE             *00051848
           IF WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'B'            00051849
            OR WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I'           00051850
              GO                  TO 2245-99-FIM                        00051851
           END-IF                                                       00051852
           PERFORM 2255-LOCALIZAR-PRECO                                 00051848
           MOVE WRK-PRECO-APLICADO    TO WRK-CAND-PRECO                 00051849
                                                                        00051850
              WHEN WRK-TAB-FORN-RAZAO (WRK-IDX-FORN)                    00051890
                   EQUAL FD-FORN-PECA                                   00051892
                 MOVE 'S'              TO WRK-FORN-ACHOU                00051894
            END-SEARCH                                                  00051895
                                                                        00051896
            IF WRK-FORN-ACHOU-SIM                                       00051897
             AND (WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'B'        00051898
               OR WRK-TAB-FORN-SITUACAO (WRK-IDX-FORN) EQUAL 'I')       00051899
               MOVE 'N'                TO WRK-FORN-ACHOU                00051900
               MOVE 'S'                TO WRK-FORN-BLOQ                 00051901
            END-IF.                                                     00051902
                                                                        00051898
      *----------------------------------------------------------------*00051900
       2250-99-FIM.                         EXIT.                       00051902
                  DISPLAY '  EXCLUIDOS   :  ' WRK-EXCLUIDOS             00065200
                  DISPLAY '  CRITICOS    :  ' WRK-CRITICOS              00065300
                  DISPLAY '  EM PEDIDO   :  ' WRK-EM-PEDIDO             00065350
                  DISPLAY '  DESCONTINUAD:  ' WRK-DESCONTINUADAS        00065355
                  DISPLAY '  SUBSTITUIDAS:  ' WRK-SUBSTITUIDAS          00065357
                  DISPLAY '  ALERTA CUSTO:  ' WRK-ALERTAS-CUSTO         00065360
                  DISPLAY '  CUSTO TOTAL :  ' WRK-TOTAL-CUSTO           00065400
                  DISPLAY '                                '            00065500
