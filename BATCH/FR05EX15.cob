      *      02/09/2026  DPC      RETIRADO O REMONTE DO CLINOVO        *00001525
      *                           GLOBAL: O CADASTRO VIROU VSAM KSDS   *00001526
      *                           E AS PARTICOES REGRAVAM NO LUGAR     *00001527
      *      15/10/2026  DPC      SOMADOS OS TOTAIS DE ESTORNO DAS     *00001528
      *                           PARTICOES NA RECONCILIACAO GLOBAL;   *00001529
      *                           TOTPART COM LRECL = 170              *00001530
      ******************************************************************00001530
      *================================================================*00001540
                                                                        00001550
      *----------------------------------------------------------------*00001940
                                                                        00001950
      *----------------------------------------------------------------*00001960
      *  INPUT - TOTAIS DAS PARTICOES (TOTPART) - LRECL = 170.         *00001970
      *----------------------------------------------------------------*00001980
                                                                        00001990
       FD TOTPART                                                       00002000
           RECORDING MODE IS F                                          00002010
           BLOCK CONTAINS 0 RECORDS.                                    00002020
       01 FD-TOTPART                     PIC X(170).                    00002030
                                                                        00002040
      *----------------------------------------------------------------*00002050
      *  INPUT - RESUMOS DAS PARTICOES (RESPART) - LRECL = 049.        *00002060
       77 ACUM-G-DEBITO                  PIC 9(011)V99 VALUE ZEROS.     00002700
       77 ACUM-G-JUROS                   PIC 9(011)V99 VALUE ZEROS.     00002710
       77 ACUM-G-TARIFA                  PIC 9(011)V99 VALUE ZEROS.     00002720
       77 ACUM-G-EST-CREDITO             PIC 9(011)V99 VALUE ZEROS.     00002722
       77 ACUM-G-EST-DEBITO              PIC 9(011)V99 VALUE ZEROS.     00002724
       77 ACUM-G-EST-JUROS               PIC 9(011)V99 VALUE ZEROS.     00002726
       77 ACUM-G-EST-TARIFA              PIC 9(011)V99 VALUE ZEROS.     00002728
                                                                        00002730
       77 WRK-DELTA-SALDO                PIC S9(011)V99 VALUE ZEROS.    00002740
       77 WRK-DELTA-MOVIMENTOS           PIC S9(011)V99 VALUE ZEROS.    00002750
            ADD WRK-TOT-DEBITO           TO ACUM-G-DEBITO               00004930
            ADD WRK-TOT-JUROS            TO ACUM-G-JUROS                00004940
            ADD WRK-TOT-TARIFA           TO ACUM-G-TARIFA               00004950
            ADD WRK-TOT-EST-CREDITO      TO ACUM-G-EST-CREDITO          00004952
            ADD WRK-TOT-EST-DEBITO       TO ACUM-G-EST-DEBITO           00004954
            ADD WRK-TOT-EST-JUROS        TO ACUM-G-EST-JUROS            00004956
            ADD WRK-TOT-EST-TARIFA       TO ACUM-G-EST-TARIFA           00004958
                                                                        00004960
            DISPLAY '  PARTICAO ' WRK-TOT-AG-INI '-' WRK-TOT-AG-FIM     00004970
                    '  CLI: ' WRK-TOT-LIDOS-CLI                         00004980
            COMPUTE WRK-DELTA-MOVIMENTOS =                              00006800
                    ACUM-G-CREDITO - ACUM-G-JUROS                       00006810
                  - ACUM-G-DEBITO - ACUM-G-TARIFA                       00006820
                  - ACUM-G-EST-CREDITO + ACUM-G-EST-DEBITO              00006823
                  + ACUM-G-EST-JUROS   + ACUM-G-EST-TARIFA              00006826
                                                                        00006830
            DISPLAY '*************************************************' 00006840
            DISPLAY '        RECONCILIACAO GLOBAL DE SALDOS           ' 00006850
            DISPLAY '  TOTAL DEBITOS       :  ' ACUM-G-DEBITO           00006880
            DISPLAY '  TOTAL JUROS         :  ' ACUM-G-JUROS            00006890
            DISPLAY '  TOTAL TARIFAS       :  ' ACUM-G-TARIFA           00006900
            DISPLAY '  ESTORNO CREDITOS    :  ' ACUM-G-EST-CREDITO      00006902
            DISPLAY '  ESTORNO DEBITOS     :  ' ACUM-G-EST-DEBITO       00006904
            DISPLAY '  ESTORNO JUROS       :  ' ACUM-G-EST-JUROS        00006906
            DISPLAY '  ESTORNO TARIFAS     :  ' ACUM-G-EST-TARIFA       00006908
            DISPLAY '  VARIACAO MOVIMENTOS :  ' WRK-DELTA-MOVIMENTOS    00006910
            DISPLAY '  VARIACAO DE SALDOS  :  ' WRK-DELTA-SALDO         00006920
            DISPLAY '                                                 ' 00006930
