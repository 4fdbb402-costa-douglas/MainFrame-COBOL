      *               ARQUIVO MOVPAG SAI COM HEADER/TRAILER, PRONTO    *00003500
      *               PARA O FR05EX03 POSTAR - O CICLO BANCARIO        *00003600
      *               FINALMENTE PAGA OS FORNECEDORES DE QUEM COMPRA.  *00003700
      *               AS NOTAS DE CREDITO EM ABERTO DO FORNECEDOR      *00003720
      *               (DEVOLUCOES, FR05EX66) SAO COMPENSADAS NOS       *00003740
      *               TITULOS VENCIDOS DELE: O DEBITO SAI PELO VALOR   *00003760
      *               LIQUIDO E A NOTA CONSUMIDA E BAIXADA.            *00003780
      *               CADA DEBITO DE PAGAMENTO SAI TAMBEM NA REMESSA   *00003782
      *               AO BANCO (REMPAG, BOOK B#REMPAG), COM OS DADOS   *00003784
      *               BANCARIOS DO FORNECEDOR (FORNBCO); FORNECEDOR    *00003786
      *               SEM DADOS BANCARIOS NAO E PAGO NEM COMPENSADO E  *00003788
      *               SEUS TITULOS VENCIDOS SAEM COMO "SEM BCO". O     *00003790
      *               RETORNO DO BANCO E TRATADO PELO FR05EX74.        *00003792
      *----------------------------------------------------------------*00003800
      *    ARQUIVOS :                                                  *00003900
      *    DDNAME          I/O                                         *00004000
      *    JCLCTAPN         O    CONTAS A PAGAR REGRAVADO              *00004200
      *    JCLMOVPG         O    DEBITOS DE PAGAMENTO (B#MOVREG)       *00004300
      *    JCLRELPG         O    RELATORIO DIARIO DO CONTAS A PAGAR    *00004400
      *    JCLFORBC         I    DADOS BANCARIOS DOS FORNECEDORES      *00004433
      *    JCLREMPG         O    REMESSA DE PAGAMENTO AO BANCO         *00004466
      *----------------------------------------------------------------*00004500
      *    BOOKS    :    B#CTAPAG, B#MOVREG, B#FORBCO, B#REMPAG,       *00004600
      *                  B#GRALOG, B#RUNCTL, B#DATPRC                  *00004700
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005000
      *    HISTORICO DE ALTERACOES:                                    *00005800
      *      DATA        RESP.    DESCRICAO                            *00005900
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006000
      *      15/10/2026  DPC      MOVPAG   ACOMPANHA O B#MOVREG        *00006033
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00006066
      *      15/10/2026  DPC      COMPENSACAO DAS NOTAS DE CREDITO DE  *00006069
      *                           DEVOLUCAO (B#CTAPAG TIPO 'C'): UMA   *00006072
      *                           PRIMEIRA LEITURA DO CTAPAG APURA,    *00006075
      *                           POR FORNECEDOR, O MENOR ENTRE O      *00006078
      *                           CREDITO EM ABERTO E OS TITULOS       *00006081
      *                           VENCIDOS; ESSE VALOR E ABATIDO DOS   *00006084
      *                           TITULOS PAGOS E CONSUMIDO DAS NOTAS, *00006087
      *                           NA ORDEM DO ARQUIVO                  *00006090
      *      15/10/2026  DPC      REMESSA DE PAGAMENTO AO BANCO        *00006091
      *                           (JCLREMPG, B#REMPAG) A PARTIR DOS    *00006092
      *                           DADOS BANCARIOS DO FORNECEDOR        *00006093
      *                           (JCLFORBC, B#FORBCO); SEM DADOS      *00006094
      *                           BANCARIOS O TITULO FICA EM ABERTO    *00006095
      ******************************************************************00006100
      *================================================================*00006200
                                                                        00006300
                                                                        00008700
             SELECT RELPAG    ASSIGN     TO JCLRELPG                    00008800
                    FILE STATUS     IS WRK-FS-RELPAG.                   00008900
                                                                        00008908
             SELECT FORNBCO   ASSIGN     TO JCLFORBC                    00008916
                    FILE STATUS     IS WRK-FS-FORNBCO.                  00008932
                                                                        00008948
             SELECT REMPAG    ASSIGN     TO JCLREMPG                    00008964
                    FILE STATUS     IS WRK-FS-REMPAG.                   00008980
                                                                        00009000
      *================================================================*00009100
       DATA                                      DIVISION.              00009200
       01 FD-CTAPNOV        PIC X(060).                                 00011600
                                                                        00011700
      *----------------------------------------------------------------*00011800
      *  OUTPUT - DEBITOS DE PAGAMENTO (MOVPAG) - LRECL = 106.         *00011900
      *----------------------------------------------------------------*00012000
                                                                        00012100
       FD MOVPAG                                                        00012200
           RECORDING MODE IS F                                          00013300
           BLOCK CONTAINS 0 RECORDS.                                    00013400
       01 FD-RELPAG         PIC X(080).                                 00013500
                                                                        00013502
      *----------------------------------------------------------------*00013505
      *  INPUT - DADOS BANCARIOS DOS FORNECEDORES (FORNBCO) - LRECL=060*00013510
      *----------------------------------------------------------------*00013515
                                                                        00013520
       FD FORNBCO                                                       00013525
           RECORDING MODE IS F                                          00013530
           BLOCK CONTAINS 0 RECORDS.                                    00013535
       01 FD-FORNBCO        PIC X(060).                                 00013540
                                                                        00013545
      *----------------------------------------------------------------*00013550
      *  OUTPUT - REMESSA DE PAGAMENTO AO BANCO (REMPAG) - LRECL = 150.*00013555
      *----------------------------------------------------------------*00013560
                                                                        00013565
       FD REMPAG                                                        00013570
           RECORDING MODE IS F                                          00013575
           BLOCK CONTAINS 0 RECORDS.                                    00013580
                                                                        00013585
           COPY 'B#REMPAG'.                                             00013590
                                                                        00013600
      *----------------------------------------------------------------*00013700
       WORKING-STORAGE                            SECTION.              00013800
       77 WRK-FS-CTAPNOV                 PIC X(002) VALUE SPACES.       00014600
       77 WRK-FS-MOVPAG                  PIC X(002) VALUE SPACES.       00014700
       77 WRK-FS-RELPAG                  PIC X(002) VALUE SPACES.       00014800
       77 WRK-FS-FORNBCO                 PIC X(002) VALUE SPACES.       00014833
       77 WRK-FS-REMPAG                  PIC X(002) VALUE SPACES.       00014866
                                                                        00014900
       77 ACUM-LIDOS-TITULOS             PIC 9(005) VALUE ZEROS.        00015000
       77 ACUM-PAGOS                     PIC 9(005) VALUE ZEROS.        00015100
       77 ACUM-VALOR-PAGO                PIC 9(011)V99 VALUE ZEROS.     00015300
       77 ACUM-GERADOS                   PIC 9(007) VALUE ZEROS.        00015400
       77 ACUM-HASH-GERADO               PIC 9(011)V99 VALUE ZEROS.     00015500
       77 ACUM-COMPENSADOS               PIC 9(005) VALUE ZEROS.        00015509
       77 ACUM-VALOR-COMPENSADO          PIC 9(011)V99 VALUE ZEROS.     00015518
       77 ACUM-CREDITOS-BAIXADOS         PIC 9(005) VALUE ZEROS.        00015527
       77 ACUM-SEM-BANCO                 PIC 9(005) VALUE ZEROS.        00015529
       77 ACUM-REMETIDOS                 PIC 9(007) VALUE ZEROS.        00015531
       77 ACUM-HASH-REMESSA              PIC 9(013)V99 VALUE ZEROS.     00015533
                                                                        00015536
       77 WRK-SALDO-TITULO               PIC 9(009)V99 VALUE ZEROS.     00015545
       77 WRK-VALOR-ABATER               PIC 9(009)V99 VALUE ZEROS.     00015554
       77 WRK-VALOR-LIQUIDO              PIC 9(009)V99 VALUE ZEROS.     00015563
       77 WRK-CRD-FORN-BUSCA             PIC X(005) VALUE SPACES.       00015572
       77 WRK-CRD-ACHOU                  PIC X(001) VALUE 'N'.          00015581
           88 WRK-CRD-ACHOU-SIM                     VALUE 'S'.          00015590
                                                                        00015600
       77 WRK-PARM-AGENCIA               PIC X(004) VALUE SPACES.       00015700
       77 WRK-PARM-CONTA                 PIC X(006) VALUE SPACES.       00015800
      *----------------------------------------------------------------*00015805
      *    CREDITO A COMPENSAR POR FORNECEDOR: DISPONIVEL = NOTAS DE   *00015810
      *    CREDITO EM ABERTO, VENCIDO = TITULOS ABERTOS ATE A DATA DE  *00015815
      *    MOVIMENTO; O MENOR DOS DOIS E ABATIDO DOS TITULOS (SALDO-   *00015820
      *    TIT) E CONSUMIDO DAS NOTAS (SALDO-NOTA)                     *00015825
      *----------------------------------------------------------------*00015830
       01 WRK-TAB-CREDITOS.                                             00015835
          05 WRK-TAB-CRD                OCCURS 300 TIMES                00015840
                                         INDEXED BY WRK-IDX-CRD.        00015845
             10 WRK-TAB-CRD-FORN        PIC X(05).                      00015850
             10 WRK-TAB-CRD-DISPONIVEL  PIC 9(09)V99.                   00015855
             10 WRK-TAB-CRD-VENCIDO     PIC 9(09)V99.                   00015860
             10 WRK-TAB-CRD-SALDO-TIT   PIC 9(09)V99.                   00015865
             10 WRK-TAB-CRD-SALDO-NOTA  PIC 9(09)V99.                   00015870
                                                                        00015875
       77 WRK-TAB-CRD-QTDE               PIC 9(003) VALUE ZEROS.        00015880
                                                                        00015881
      *----------------------------------------------------------------*00015882
      *    DADOS BANCARIOS DOS FORNECEDORES (REGISTRO INTEIRO)         *00015883
      *----------------------------------------------------------------*00015884
       01 WRK-TAB-BANCOS.                                               00015885
          05 WRK-TAB-FBC                OCCURS 300 TIMES                00015886
                                         INDEXED BY WRK-IDX-FBC.        00015887
             10 WRK-TAB-FBC-REG.                                        00015888
                15 WRK-TAB-FBC-FORN     PIC X(05).                      00015889
                15 FILLER               PIC X(55).                      00015890
                                                                        00015891
       77 WRK-TAB-FBC-QTDE               PIC 9(003) VALUE ZEROS.        00015892
       77 WRK-FBC-FORN-BUSCA             PIC X(005) VALUE SPACES.       00015893
       77 WRK-FBC-ACHOU                  PIC X(001) VALUE 'N'.          00015894
           88 WRK-FBC-ACHOU-SIM                     VALUE 'S'.          00015895
                                                                        00015900
      *----------------------------------------------------------------*00016000
      *    LINHA DO RELATORIO                                          *00016100
          05 WRK-LP-VENC                PIC X(008).                     00017000
          05 FILLER                     PIC X(005) VALUE ' VLR '.       00017100
          05 WRK-LP-VALOR               PIC ZZZ.ZZZ.ZZ9,99.             00017200
          05 FILLER                     PIC X(006) VALUE ' ABAT '.      00017250
          05 WRK-LP-ABATIDO             PIC ZZZ.ZZZ.ZZ9,99.             00017300
          05 FILLER                     PIC X(006) VALUE SPACES.        00017350
                                                                        00017400
                           COPY 'B#GRALOG'.                             00017500
                                                                        00017600
       COPY 'B#FORBCO'.                                                 00017650
                                                                        00017675
       COPY 'B#RUNCTL'.                                                 00017700
                                                                        00017800
       COPY 'B#DATPRC'.                                                 00017900
              GOBACK                                                    00024800
           END-IF                                                       00024900
                                                                        00025000
           PERFORM 1300-CARREGAR-BANCOS                                 00025025
           PERFORM 1200-CARREGAR-CREDITOS                               00025050
           OPEN INPUT  CTAPAG                                           00025100
                OUTPUT CTAPNOV                                          00025200
                OUTPUT MOVPAG                                           00025300
                OUTPUT RELPAG                                           00025400
                OUTPUT REMPAG                                           00025450
                                                                        00025500
           PERFORM 1100-TESTAR-STATUS                                   00025600
                                                                        00025700
           MOVE WRK-DATA-EXEC        TO FD-MOV2505-H-DATA               00026000
           MOVE 'FR05EX38'           TO FD-MOV2505-H-ORIGEM             00026100
           WRITE FD-MOV2505                                             00026200
           PERFORM 1100-TESTAR-STATUS                                   00026300
                                                                        00026305
           MOVE SPACES               TO FD-REM-HEADER                   00026310
           MOVE '0'                  TO FD-REM-H-TIPO-REG               00026320
           SET FD-REM-H-REMESSA      TO TRUE                            00026330
           MOVE WRK-DATA-EXEC        TO FD-REM-H-DATA                   00026340
           MOVE 'FR05EX38'           TO FD-REM-H-ORIGEM                 00026350
           MOVE WRK-PARM-AGENCIA     TO FD-REM-H-AGENCIA                00026360
           MOVE WRK-PARM-CONTA       TO FD-REM-H-CONTA                  00026370
           WRITE FD-REM-HEADER                                          00026380
           PERFORM 1100-TESTAR-STATUS.                                  00026390
                                                                        00026400
      *----------------------------------------------------------------*00026500
       1000-99-FIM.                            EXIT.                    00026600
           IF WRK-FS-RELPAG NOT EQUAL ZEROS                             00029200
              MOVE 'ERRO NO ARQUIVO RELPAG'      TO WRK-MENSAGEM        00029300
              MOVE WRK-FS-RELPAG                 TO WRK-STATUS          00029400
              PERFORM 9000-TRATAR-ERRO                                  00029433
           END-IF                                                       00029466
                                                                        00029499
           IF WRK-FS-REMPAG NOT EQUAL ZEROS                             00029532
              MOVE 'ERRO NO ARQUIVO REMPAG'      TO WRK-MENSAGEM        00029565
              MOVE WRK-FS-REMPAG                 TO WRK-STATUS          00029598
              PERFORM 9000-TRATAR-ERRO                                  00029631
           END-IF.                                                      00029664
                                                                        00029700
      *----------------------------------------------------------------*00029800
       1100-99-FIM.                            EXIT.                    00029900
      *----------------------------------------------------------------*00030000
      *----------------------------------------------------------------*00030100
       1200-CARREGAR-CREDITOS                SECTION.                   00030200
      *----------------------------------------------------------------*00030300
                                                                        00030400
      *    PRIMEIRA LEITURA: CREDITO EM ABERTO E TITULOS VENCIDOS POR  *00030500
      *    FORNECEDOR                                                  *00030600
           OPEN INPUT CTAPAG                                            00030700
           PERFORM 1290-TESTAR-CARGA                                    00030800
                                                                        00030900
           PERFORM 1210-LER-CARGA                                       00031000
                                                                        00031100
           PERFORM 1220-ACUMULAR-FORNECEDOR                             00031200
                   UNTIL WRK-FS-CTAPAG EQUAL '10'                       00031300
                                                                        00031400
           CLOSE CTAPAG                                                 00031500
                                                                        00031600
           IF WRK-TAB-CRD-QTDE GREATER ZEROS                            00031700
              PERFORM 1230-LIMITAR-COMPENSACAO                          00031800
                      VARYING WRK-IDX-CRD FROM 1 BY 1                   00031900
                      UNTIL WRK-IDX-CRD GREATER WRK-TAB-CRD-QTDE        00032000
           END-IF.                                                      00032100
                                                                        00032200
      *----------------------------------------------------------------*00032300
       1200-99-FIM.                            EXIT.                    00032400
      *----------------------------------------------------------------*00032500
                                                                        00032600
      *----------------------------------------------------------------*00032700
       1210-LER-CARGA                        SECTION.                   00032800
      *----------------------------------------------------------------*00032900
                                                                        00033000
           READ CTAPAG                                                  00033100
                                                                        00033200
           IF WRK-FS-CTAPAG EQUAL '10'                                  00033300
              GO                  TO 1210-99-FIM                        00033400
           END-IF                                                       00033500
                                                                        00033600
           PERFORM 1290-TESTAR-CARGA.                                   00033700
                                                                        00033800
      *----------------------------------------------------------------*00033900
       1210-99-FIM.                            EXIT.                    00034000
      *----------------------------------------------------------------*00034100
                                                                        00034200
      *----------------------------------------------------------------*00034300
       1220-ACUMULAR-FORNECEDOR              SECTION.                   00034400
      *----------------------------------------------------------------*00034500
                                                                        00034600
      *    TITULO GRAVADO ANTES DAS NOTAS DE CREDITO VEM SEM O VALOR   *00034700
      *    ABATIDO PREENCHIDO                                          *00034800
      *    TITULO DE FORNECEDOR SEM DADOS BANCARIOS NAO E PAGO: NAO    *00034833
      *    ENTRA NO VENCIDO A COMPENSAR                                *00034866
           IF FD-PAG-VALOR-ABATIDO NOT NUMERIC                          00034900
              MOVE ZEROS              TO FD-PAG-VALOR-ABATIDO           00035000
           END-IF                                                       00035100
                                                                        00035200
           MOVE FD-PAG-COD-FORN       TO WRK-CRD-FORN-BUSCA             00035300
           MOVE FD-PAG-COD-FORN       TO WRK-FBC-FORN-BUSCA             00035333
           PERFORM 1340-LOCALIZAR-BANCO                                 00035366
                                                                        00035400
           EVALUATE TRUE                                                00035500
             WHEN FD-PAG-ABERTO                                         00035600
              AND FD-PAG-CREDITO                                        00035700
              PERFORM 1250-INCLUIR-FORNECEDOR                           00035800
              COMPUTE WRK-TAB-CRD-DISPONIVEL (WRK-IDX-CRD) =            00035900
                      WRK-TAB-CRD-DISPONIVEL (WRK-IDX-CRD)              00036000
                    + FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO               00036100
             WHEN FD-PAG-ABERTO                                         00036200
              AND FD-PAG-DATA-VENC NOT GREATER WRK-DATA-EXEC            00036300
              AND WRK-FBC-ACHOU-SIM                                     00036350
              PERFORM 1250-INCLUIR-FORNECEDOR                           00036400
              COMPUTE WRK-TAB-CRD-VENCIDO (WRK-IDX-CRD) =               00036500
                      WRK-TAB-CRD-VENCIDO (WRK-IDX-CRD)                 00036600
                    + FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO               00036700
             WHEN OTHER                                                 00036800
              CONTINUE                                                  00036900
           END-EVALUATE                                                 00037000
                                                                        00037100
           PERFORM 1210-LER-CARGA.                                      00037200
                                                                        00037300
      *----------------------------------------------------------------*00037400
       1220-99-FIM.                            EXIT.                    00037500
      *----------------------------------------------------------------*00037600
                                                                        00037700
      *----------------------------------------------------------------*00037800
       1230-LIMITAR-COMPENSACAO              SECTION.                   00037900
      *----------------------------------------------------------------*00038000
                                                                        00038100
           IF WRK-TAB-CRD-DISPONIVEL (WRK-IDX-CRD)                      00038200
              LESS WRK-TAB-CRD-VENCIDO (WRK-IDX-CRD)                    00038300
              MOVE WRK-TAB-CRD-DISPONIVEL (WRK-IDX-CRD)                 00038400
                                      TO WRK-TAB-CRD-SALDO-TIT          00038500
                                         (WRK-IDX-CRD)                  00038600
           ELSE                                                         00038700
              MOVE WRK-TAB-CRD-VENCIDO (WRK-IDX-CRD)                    00038800
                                      TO WRK-TAB-CRD-SALDO-TIT          00038900
                                         (WRK-IDX-CRD)                  00039000
           END-IF                                                       00039100
                                                                        00039200
           MOVE WRK-TAB-CRD-SALDO-TIT (WRK-IDX-CRD)                     00039300
                                      TO WRK-TAB-CRD-SALDO-NOTA         00039400
                                         (WRK-IDX-CRD).                 00039500
                                                                        00039600
      *----------------------------------------------------------------*00039700
       1230-99-FIM.                            EXIT.                    00039800
      *----------------------------------------------------------------*00039900
                                                                        00040000
      *----------------------------------------------------------------*00040100
       1240-LOCALIZAR-FORNECEDOR             SECTION.                   00040200
      *----------------------------------------------------------------*00040300
                                                                        00040400
           MOVE 'N'                   TO WRK-CRD-ACHOU                  00040500
                                                                        00040600
           IF WRK-TAB-CRD-QTDE EQUAL ZEROS                              00040700
              GO                  TO 1240-99-FIM                        00040800
           END-IF                                                       00040900
                                                                        00041000
           SET WRK-IDX-CRD            TO 1                              00041100
           SEARCH WRK-TAB-CRD                                           00041200
             AT END                                                     00041300
                CONTINUE                                                00041400
             WHEN WRK-IDX-CRD GREATER WRK-TAB-CRD-QTDE                  00041500
                CONTINUE                                                00041600
             WHEN WRK-TAB-CRD-FORN (WRK-IDX-CRD)                        00041700
                       EQUAL WRK-CRD-FORN-BUSCA                         00041800
                MOVE 'S'              TO WRK-CRD-ACHOU                  00041900
           END-SEARCH.                                                  00042000
                                                                        00042100
      *----------------------------------------------------------------*00042200
       1240-99-FIM.                            EXIT.                    00042300
      *----------------------------------------------------------------*00042400
                                                                        00042500
      *----------------------------------------------------------------*00042600
       1250-INCLUIR-FORNECEDOR               SECTION.                   00042700
      *----------------------------------------------------------------*00042800
                                                                        00042900
           PERFORM 1240-LOCALIZAR-FORNECEDOR                            00043000
                                                                        00043100
           IF WRK-CRD-ACHOU-SIM                                         00043200
              GO                  TO 1250-99-FIM                        00043300
           END-IF                                                       00043400
                                                                        00043500
           IF WRK-TAB-CRD-QTDE GREATER OR EQUAL 300                     00043600
              MOVE 'TABELA DE CREDITOS CHEIA'    TO WRK-MENSAGEM        00043700
              MOVE '1250'                        TO WRK-SECAO           00043800
              MOVE WRK-CRD-FORN-BUSCA            TO WRK-STATUS          00043900
              PERFORM 9000-TRATAR-ERRO                                  00044000
           END-IF                                                       00044100
                                                                        00044200
           ADD 1                      TO WRK-TAB-CRD-QTDE               00044300
           SET WRK-IDX-CRD            TO WRK-TAB-CRD-QTDE               00044400
           MOVE WRK-CRD-FORN-BUSCA    TO WRK-TAB-CRD-FORN (WRK-IDX-CRD) 00044500
           MOVE ZEROS                 TO WRK-TAB-CRD-DISPONIVEL         00044600
                                         (WRK-IDX-CRD)                  00044700
                                         WRK-TAB-CRD-VENCIDO            00044800
                                         (WRK-IDX-CRD)                  00044900
                                         WRK-TAB-CRD-SALDO-TIT          00045000
                                         (WRK-IDX-CRD)                  00045100
                                         WRK-TAB-CRD-SALDO-NOTA         00045200
                                         (WRK-IDX-CRD).                 00045300
                                                                        00045400
      *----------------------------------------------------------------*00045500
       1250-99-FIM.                            EXIT.                    00045600
      *----------------------------------------------------------------*00045700
                                                                        00045800
      *----------------------------------------------------------------*00045900
       1290-TESTAR-CARGA                     SECTION.                   00046000
      *----------------------------------------------------------------*00046100
                                                                        00046200
           IF WRK-FS-CTAPAG NOT EQUAL ZEROS                             00046300
            AND WRK-FS-CTAPAG NOT EQUAL '10'                            00046400
              MOVE 'ERRO NO ARQUIVO CTAPAG'      TO WRK-MENSAGEM        00046500
              MOVE '1200'                        TO WRK-SECAO           00046600
              MOVE WRK-FS-CTAPAG                 TO WRK-STATUS          00046700
              PERFORM 9000-TRATAR-ERRO                                  00046800
           END-IF.                                                      00046900
                                                                        00047000
      *----------------------------------------------------------------*00047100
       1290-99-FIM.                            EXIT.                    00047200
      *----------------------------------------------------------------*00047300
                                                                        00047400
      *----------------------------------------------------------------*00047401
       1300-CARREGAR-BANCOS                  SECTION.                   00047402
      *----------------------------------------------------------------*00047403
                                                                        00047404
      *    DADOS BANCARIOS DOS FORNECEDORES EM TABELA; SEM O ARQUIVO   *00047405
      *    NINGUEM E PAGO (TODOS OS TITULOS SAEM "SEM BCO")            *00047406
           OPEN INPUT FORNBCO                                           00047407
           IF WRK-FS-FORNBCO EQUAL '35'                                 00047408
              MOVE '10'               TO WRK-FS-FORNBCO                 00047409
              GO                  TO 1300-99-FIM                        00047410
           END-IF                                                       00047411
           PERFORM 1390-TESTAR-BANCO                                    00047412
                                                                        00047413
           PERFORM 1310-LER-FORNBCO                                     00047414
                                                                        00047415
           PERFORM 1320-GUARDAR-BANCO                                   00047416
                   UNTIL WRK-FS-FORNBCO EQUAL '10'                      00047417
                                                                        00047418
           CLOSE FORNBCO.                                               00047419
                                                                        00047420
      *----------------------------------------------------------------*00047421
       1300-99-FIM.                            EXIT.                    00047422
      *----------------------------------------------------------------*00047423
                                                                        00047424
      *----------------------------------------------------------------*00047425
       1310-LER-FORNBCO                      SECTION.                   00047426
      *----------------------------------------------------------------*00047427
                                                                        00047428
           READ FORNBCO                                                 00047429
                                                                        00047430
           IF WRK-FS-FORNBCO EQUAL '10'                                 00047431
              GO                  TO 1310-99-FIM                        00047432
           END-IF                                                       00047433
                                                                        00047434
           PERFORM 1390-TESTAR-BANCO.                                   00047435
                                                                        00047436
      *----------------------------------------------------------------*00047437
       1310-99-FIM.                            EXIT.                    00047438
      *----------------------------------------------------------------*00047439
                                                                        00047440
      *----------------------------------------------------------------*00047441
       1320-GUARDAR-BANCO                    SECTION.                   00047442
      *----------------------------------------------------------------*00047443
                                                                        00047444
           IF WRK-TAB-FBC-QTDE GREATER OR EQUAL 300                     00047445
              MOVE 'TABELA DE DADOS BANCARIOS CHEIA'                    00047446
                                                 TO WRK-MENSAGEM        00047447
              MOVE '1320'                        TO WRK-SECAO           00047448
              MOVE SPACES                        TO WRK-STATUS          00047449
              PERFORM 9000-TRATAR-ERRO                                  00047450
           END-IF                                                       00047451
                                                                        00047452
           ADD 1                      TO WRK-TAB-FBC-QTDE               00047453
           SET WRK-IDX-FBC            TO WRK-TAB-FBC-QTDE               00047454
           MOVE FD-FORNBCO            TO WRK-TAB-FBC-REG (WRK-IDX-FBC)  00047455
                                                                        00047456
           PERFORM 1310-LER-FORNBCO.                                    00047457
                                                                        00047458
      *----------------------------------------------------------------*00047459
       1320-99-FIM.                            EXIT.                    00047460
      *----------------------------------------------------------------*00047461
                                                                        00047462
      *----------------------------------------------------------------*00047463
       1340-LOCALIZAR-BANCO                  SECTION.                   00047464
      *----------------------------------------------------------------*00047465
                                                                        00047466
           MOVE 'N'                   TO WRK-FBC-ACHOU                  00047467
                                                                        00047468
           IF WRK-TAB-FBC-QTDE EQUAL ZEROS                              00047469
              GO                  TO 1340-99-FIM                        00047470
           END-IF                                                       00047471
                                                                        00047472
           SET WRK-IDX-FBC            TO 1                              00047473
           SEARCH WRK-TAB-FBC                                           00047474
             AT END                                                     00047475
                CONTINUE                                                00047476
             WHEN WRK-IDX-FBC GREATER WRK-TAB-FBC-QTDE                  00047477
                CONTINUE                                                00047478
             WHEN WRK-TAB-FBC-FORN (WRK-IDX-FBC)                        00047479
                       EQUAL WRK-FBC-FORN-BUSCA                         00047480
                MOVE 'S'              TO WRK-FBC-ACHOU                  00047481
           END-SEARCH.                                                  00047482
                                                                        00047483
      *----------------------------------------------------------------*00047484
       1340-99-FIM.                            EXIT.                    00047485
      *----------------------------------------------------------------*00047486
                                                                        00047487
      *----------------------------------------------------------------*00047488
       1390-TESTAR-BANCO                     SECTION.                   00047489
      *----------------------------------------------------------------*00047490
                                                                        00047491
           IF WRK-FS-FORNBCO NOT EQUAL ZEROS                            00047492
            AND WRK-FS-FORNBCO NOT EQUAL '10'                           00047493
              MOVE 'ERRO NO ARQUIVO FORNBCO'     TO WRK-MENSAGEM        00047494
              MOVE '1300'                        TO WRK-SECAO           00047495
              MOVE WRK-FS-FORNBCO                TO WRK-STATUS          00047496
              PERFORM 9000-TRATAR-ERRO                                  00047497
           END-IF.                                                      00047498
                                                                        00047499
      *----------------------------------------------------------------*00047500
       1390-99-FIM.                            EXIT.                    00047501
      *----------------------------------------------------------------*00047502
                                                                        00047503
      *----------------------------------------------------------------*00047504
       2100-LER-CTAPAG                       SECTION.                   00047600
      *----------------------------------------------------------------*00047700
                                                                        00047800
           READ CTAPAG                                                  00047900
                                                                        00048000
           IF WRK-FS-CTAPAG EQUAL '10'                                  00048100
              GO                  TO 2100-99-FIM                        00048200
           END-IF                                                       00048300
                                                                        00048400
           PERFORM 1100-TESTAR-STATUS                                   00048500
           ADD 1                    TO ACUM-LIDOS-TITULOS.              00048600
                                                                        00048700
      *----------------------------------------------------------------*00048800
       2100-99-FIM.                           EXIT.                     00048900
      *----------------------------------------------------------------*00049000
                                                                        00049100
      *----------------------------------------------------------------*00049200
       3000-TRATAR-TITULO                    SECTION.                   00049300
      *----------------------------------------------------------------*00049400
                                                                        00049500
           IF FD-PAG-VALOR-ABATIDO NOT NUMERIC                          00049600
              MOVE ZEROS             TO FD-PAG-VALOR-ABATIDO            00049700
           END-IF                                                       00049800
                                                                        00049900
           MOVE FD-PAG-COD-FORN      TO WRK-FBC-FORN-BUSCA              00049925
           PERFORM 1340-LOCALIZAR-BANCO                                 00049950
                                                                        00049975
           EVALUATE TRUE                                                00050000
             WHEN FD-PAG-CREDITO                                        00050100
              PERFORM 3300-CONSUMIR-CREDITO                             00050200
             WHEN FD-PAG-ABERTO                                         00050214
              AND FD-PAG-DATA-VENC NOT GREATER WRK-DATA-EXEC            00050228
              AND NOT WRK-FBC-ACHOU-SIM                                 00050242
              ADD 1                  TO ACUM-SEM-BANCO                  00050256
              MOVE 'SEM BCO '        TO WRK-LP-SITUACAO                 00050270
              PERFORM 3200-LISTAR-TITULO                                00050284
             WHEN FD-PAG-ABERTO                                         00050300
              AND FD-PAG-DATA-VENC NOT GREATER WRK-DATA-EXEC            00050400
              PERFORM 3100-PAGAR-TITULO                                 00050500
             WHEN FD-PAG-ABERTO                                         00050600
              ADD 1                  TO ACUM-A-VENCER                   00050700
              MOVE 'A VENCER'        TO WRK-LP-SITUACAO                 00050800
              PERFORM 3200-LISTAR-TITULO                                00050900
             WHEN OTHER                                                 00051000
              CONTINUE                                                  00051100
           END-EVALUATE                                                 00051200
                                                                        00051300
           WRITE FD-CTAPNOV          FROM FD-CTAPAG                     00051400
           PERFORM 1100-TESTAR-STATUS                                   00051500
                                                                        00051600
           PERFORM 2100-LER-CTAPAG.                                     00051700
                                                                        00051800
      *----------------------------------------------------------------*00051900
       3000-99-FIM.                           EXIT.                     00052000
      *----------------------------------------------------------------*00052100
                                                                        00052200
      *----------------------------------------------------------------*00052300
       3100-PAGAR-TITULO                     SECTION.                   00052400
      *----------------------------------------------------------------*00052500
                                                                        00052600
      *    O CREDITO DE DEVOLUCAO DO FORNECEDOR ABATE O TITULO; O QUE  *00052700
      *    SOBRAR E PAGO. TITULO TODO COMPENSADO NAO GERA DEBITO       *00052800
           PERFORM 3150-COMPENSAR-CREDITO                               00052900
                                                                        00053000
           COMPUTE WRK-VALOR-LIQUIDO =                                  00053100
                   FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO                  00053200
                                                                        00053300
           IF WRK-VALOR-LIQUIDO EQUAL ZEROS                             00053400
              ADD 1                  TO ACUM-COMPENSADOS                00053500
              MOVE 'P'               TO FD-PAG-SITUACAO                 00053600
              MOVE 'COMPENS.'        TO WRK-LP-SITUACAO                 00053700
              PERFORM 3200-LISTAR-TITULO                                00053800
              GO                  TO 3100-99-FIM                        00053900
           END-IF                                                       00054000
      *    O PAGAMENTO SAI COMO DEBITO NA CONTA DE LIQUIDACAO DA CASA, *00054100
      *    QUE O CICLO BANCARIO POSTA COMO QUALQUER MOVIMENTO; O       *00054200
      *    CREDITO AO FORNECEDOR SAI NA REMESSA AO BANCO               *00054250
           MOVE SPACES               TO FD-MOV2505                      00054300
           MOVE WRK-PARM-AGENCIA     TO FD-MOV2505-AGENCIA              00054400
           MOVE WRK-PARM-CONTA       TO FD-MOV2505-CONTA                00054500
           MOVE SPACES               TO FD-MOV2505-MOVIMENTO            00054600
           STRING 'PGTO FORN '       FD-PAG-COD-FORN                    00054700
                  ' PECA '           FD-PAG-COD-PECA                    00054800
                  DELIMITED BY SIZE                                     00054900
                  INTO FD-MOV2505-MOVIMENTO                             00055000
           MOVE WRK-VALOR-LIQUIDO    TO FD-MOV2505-VALOR                00055100
           MOVE 'D'                  TO FD-MOV2505-TIPO                 00055200
           WRITE FD-MOV2505                                             00055300
           PERFORM 1100-TESTAR-STATUS                                   00055400
                                                                        00055500
           ADD 1                     TO ACUM-GERADOS                    00055600
                                        ACUM-PAGOS                      00055700
           ADD WRK-VALOR-LIQUIDO     TO ACUM-HASH-GERADO                00055800
                                        ACUM-VALOR-PAGO                 00055900
                                                                        00055925
           PERFORM 3400-GRAVAR-REMESSA                                  00055950
                                                                        00056000
           MOVE 'P'                  TO FD-PAG-SITUACAO                 00056100
           MOVE 'PAGO    '           TO WRK-LP-SITUACAO                 00056200
           PERFORM 3200-LISTAR-TITULO.                                  00056300
                                                                        00056400
      *----------------------------------------------------------------*00056500
       3100-99-FIM.                           EXIT.                     00056600
      *----------------------------------------------------------------*00056700
      *----------------------------------------------------------------*00056800
       3150-COMPENSAR-CREDITO                SECTION.                   00056900
      *----------------------------------------------------------------*00057000
                                                                        00057100
           MOVE FD-PAG-COD-FORN      TO WRK-CRD-FORN-BUSCA              00057200
           PERFORM 1240-LOCALIZAR-FORNECEDOR                            00057300
                                                                        00057400
           IF NOT WRK-CRD-ACHOU-SIM                                     00057500
              GO                  TO 3150-99-FIM                        00057600
           END-IF                                                       00057700
                                                                        00057800
           IF WRK-TAB-CRD-SALDO-TIT (WRK-IDX-CRD) EQUAL ZEROS           00057900
              GO                  TO 3150-99-FIM                        00058000
           END-IF                                                       00058100
                                                                        00058200
           COMPUTE WRK-SALDO-TITULO =                                   00058300
                   FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO                  00058400
                                                                        00058500
           IF WRK-TAB-CRD-SALDO-TIT (WRK-IDX-CRD)                       00058600
              LESS WRK-SALDO-TITULO                                     00058700
              MOVE WRK-TAB-CRD-SALDO-TIT (WRK-IDX-CRD)                  00058800
                                     TO WRK-VALOR-ABATER                00058900
           ELSE                                                         00059000
              MOVE WRK-SALDO-TITULO  TO WRK-VALOR-ABATER                00059100
           END-IF                                                       00059200
                                                                        00059300
           SUBTRACT WRK-VALOR-ABATER FROM WRK-TAB-CRD-SALDO-TIT         00059400
                                          (WRK-IDX-CRD)                 00059500
           ADD WRK-VALOR-ABATER      TO FD-PAG-VALOR-ABATIDO            00059600
                                        ACUM-VALOR-COMPENSADO.          00059700
                                                                        00059800
      *----------------------------------------------------------------*00059900
       3150-99-FIM.                           EXIT.                     00060000
      *----------------------------------------------------------------*00060100
                                                                        00060200
      *----------------------------------------------------------------*00060300
       3200-LISTAR-TITULO                    SECTION.                   00060400
      *----------------------------------------------------------------*00060500
                                                                        00060600
           MOVE FD-PAG-COD-FORN      TO WRK-LP-FORN                     00060700
           MOVE FD-PAG-COD-PECA      TO WRK-LP-PECA                     00060800
           MOVE FD-PAG-DATA-VENC     TO WRK-LP-VENC                     00060900
           MOVE FD-PAG-VALOR         TO WRK-LP-VALOR                    00061000
           MOVE FD-PAG-VALOR-ABATIDO TO WRK-LP-ABATIDO                  00061100
           WRITE FD-RELPAG           FROM WRK-LINPAG                    00061200
           PERFORM 1100-TESTAR-STATUS.                                  00061300
                                                                        00061400
      *----------------------------------------------------------------*00061500
       3200-99-FIM.                           EXIT.                     00061600
      *----------------------------------------------------------------*00061700
      *----------------------------------------------------------------*00061800
       3300-CONSUMIR-CREDITO                 SECTION.                   00061900
      *----------------------------------------------------------------*00062000
                                                                        00062100
      *    A NOTA DE CREDITO E CONSUMIDA PELO MESMO VALOR QUE FOI      *00062200
      *    ABATIDO DOS TITULOS DO FORNECEDOR; TODA USADA, E BAIXADA    *00062300
           IF NOT FD-PAG-ABERTO                                         00062400
              GO                  TO 3300-99-FIM                        00062500
           END-IF                                                       00062600
                                                                        00062700
           MOVE FD-PAG-COD-FORN      TO WRK-CRD-FORN-BUSCA              00062800
           PERFORM 1240-LOCALIZAR-FORNECEDOR                            00062900
                                                                        00063000
           IF WRK-CRD-ACHOU-SIM                                         00063100
            AND WRK-TAB-CRD-SALDO-NOTA (WRK-IDX-CRD) GREATER ZEROS      00063200
              COMPUTE WRK-SALDO-TITULO =                                00063300
                      FD-PAG-VALOR - FD-PAG-VALOR-ABATIDO               00063400
              IF WRK-TAB-CRD-SALDO-NOTA (WRK-IDX-CRD)                   00063500
                 LESS WRK-SALDO-TITULO                                  00063600
                 MOVE WRK-TAB-CRD-SALDO-NOTA (WRK-IDX-CRD)              00063700
                                     TO WRK-VALOR-ABATER                00063800
              ELSE                                                      00063900
                 MOVE WRK-SALDO-TITULO                                  00064000
                                     TO WRK-VALOR-ABATER                00064100
              END-IF                                                    00064200
              SUBTRACT WRK-VALOR-ABATER                                 00064300
                                     FROM WRK-TAB-CRD-SALDO-NOTA        00064400
                                          (WRK-IDX-CRD)                 00064500
              ADD WRK-VALOR-ABATER   TO FD-PAG-VALOR-ABATIDO            00064600
           END-IF                                                       00064700
                                                                        00064800
           IF FD-PAG-VALOR-ABATIDO NOT LESS FD-PAG-VALOR                00064900
              MOVE 'P'               TO FD-PAG-SITUACAO                 00065000
              ADD 1                  TO ACUM-CREDITOS-BAIXADOS          00065100
           END-IF                                                       00065200
                                                                        00065300
           MOVE 'CREDITO '           TO WRK-LP-SITUACAO                 00065400
           PERFORM 3200-LISTAR-TITULO.                                  00065500
                                                                        00065600
      *----------------------------------------------------------------*00065700
       3300-99-FIM.                           EXIT.                     00065800
      *----------------------------------------------------------------*00065900
                                                                        00066000
      *----------------------------------------------------------------*00066002
       3400-GRAVAR-REMESSA                   SECTION.                   00066004
      *----------------------------------------------------------------*00066006
                                                                        00066008
      *    UM DETALHE POR DEBITO DE PAGAMENTO, PELO MESMO VALOR; O     *00066010
      *    SEU-NUMERO (CHAVE DO TITULO) VOLTA NO RETORNO DO BANCO      *00066012
           MOVE WRK-TAB-FBC-REG (WRK-IDX-FBC)                           00066014
                                     TO WRK-FORNBCO                     00066016
                                                                        00066018
           MOVE SPACES               TO FD-REMPAG                       00066020
           SET FD-REM-DETALHE-REG    TO TRUE                            00066022
           MOVE FD-PAG-COD-FORN      TO FD-REM-COD-FORN                 00066024
           MOVE FD-PAG-COD-PECA      TO FD-REM-COD-PECA                 00066026
           MOVE FD-PAG-DATA-RECEB    TO FD-REM-DATA-RECEB               00066028
           MOVE FD-PAG-DATA-VENC     TO FD-REM-DATA-VENC                00066030
           MOVE FD-FBC-BANCO         TO FD-REM-BANCO                    00066032
           MOVE FD-FBC-AGENCIA       TO FD-REM-AGENCIA                  00066034
           MOVE FD-FBC-AGENCIA-DV    TO FD-REM-AGENCIA-DV               00066036
           MOVE FD-FBC-CONTA         TO FD-REM-CONTA                    00066038
           MOVE FD-FBC-CONTA-DV      TO FD-REM-CONTA-DV                 00066040
           MOVE FD-FBC-TIPO-CONTA    TO FD-REM-TIPO-CONTA               00066042
           MOVE FD-FBC-CNPJ          TO FD-REM-CNPJ                     00066044
           MOVE FD-FBC-TITULAR       TO FD-REM-FAVORECIDO               00066046
           MOVE WRK-VALOR-LIQUIDO    TO FD-REM-VALOR                    00066048
           MOVE WRK-DATA-EXEC        TO FD-REM-DATA-PAGTO               00066050
           WRITE FD-REMPAG                                              00066052
           PERFORM 1100-TESTAR-STATUS                                   00066054
                                                                        00066056
           ADD 1                     TO ACUM-REMETIDOS                  00066058
           ADD WRK-VALOR-LIQUIDO     TO ACUM-HASH-REMESSA.              00066060
                                                                        00066062
      *----------------------------------------------------------------*00066064
       3400-99-FIM.                           EXIT.                     00066066
      *----------------------------------------------------------------*00066068
                                                                        00066084
      *----------------------------------------------------------------*00066100
       4000-FINALIZAR                        SECTION.                   00066200
      *----------------------------------------------------------------*00066300
                                                                        00066400
           MOVE SPACES               TO FD-MOV2505                      00066500
           MOVE '9999'               TO FD-MOV2505-T-TIPO               00066600
           MOVE ACUM-GERADOS         TO FD-MOV2505-T-QTD-REG            00066700
           MOVE ACUM-HASH-GERADO     TO FD-MOV2505-T-HASH               00066800
           WRITE FD-MOV2505                                             00066900
           PERFORM 1100-TESTAR-STATUS                                   00067000
                                                                        00067007
           MOVE SPACES               TO FD-REM-TRAILER                  00067014
           MOVE '9'                  TO FD-REM-T-TIPO-REG               00067028
           MOVE ACUM-REMETIDOS       TO FD-REM-T-QTD-REG                00067042
           MOVE ACUM-HASH-REMESSA    TO FD-REM-T-HASH                   00067056
           WRITE FD-REM-TRAILER                                         00067070
           PERFORM 1100-TESTAR-STATUS                                   00067084
                                                                        00067100
           CLOSE CTAPAG                                                 00067200
                 CTAPNOV                                                00067300
                 MOVPAG                                                 00067400
                 RELPAG                                                 00067466
                 REMPAG                                                 00067532
                                                                        00067600
           DISPLAY '*************************************************'  00067700
           DISPLAY '        CICLO DE PAGAMENTO - CONTAS A PAGAR      '  00067800
           DISPLAY '                                                 '  00067900
           DISPLAY '  TITULOS LIDOS       :  ' ACUM-LIDOS-TITULOS       00068000
           DISPLAY '  PAGOS NO CICLO      :  ' ACUM-PAGOS               00068100
           DISPLAY '  A VENCER            :  ' ACUM-A-VENCER            00068200
           DISPLAY '  VALOR PAGO          :  ' ACUM-VALOR-PAGO          00068300
           DISPLAY '  COMPENSADOS         :  ' ACUM-COMPENSADOS         00068400
           DISPLAY '  VALOR COMPENSADO    :  ' ACUM-VALOR-COMPENSADO    00068500
           DISPLAY '  CREDITOS BAIXADOS   :  ' ACUM-CREDITOS-BAIXADOS   00068600
           DISPLAY '  SEM DADOS BANCARIOS :  ' ACUM-SEM-BANCO           00068633
           DISPLAY '  REMETIDOS AO BANCO  :  ' ACUM-REMETIDOS           00068666
           DISPLAY '                                                 '  00068700
           DISPLAY '*************************************************'. 00068800
                                                                        00068900
      *----------------------------------------------------------------*00069000
       4000-99-FIM.                           EXIT.                     00069100
      *----------------------------------------------------------------*00069200
                                                                        00069300
      ******************************************************************00069400
      *                   T R A T A R  E R R O                         *00069500
      ******************************************************************00069600
                                                                        00069700
       9000-TRATAR-ERRO                     SECTION.                    00069800
      *----------------------------------------------------------------*00069900
                  MOVE 'F'                TO WRK-SEVERIDADE             00070000
                  MOVE 'FR05EX38'         TO WRK-PROGRAMA               00070100
                  CALL 'GRAVALOG'         USING WRK-LOG                 00070200
                  MOVE 16                 TO RETURN-CODE                00070300
                  GOBACK.                                               00070400
      *----------------------------------------------------------------*00070500
       9000-99-FIM.                           EXIT.                     00070600
      *----------------------------------------------------------------*00070700
