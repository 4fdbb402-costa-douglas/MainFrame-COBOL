      *               PROVA QUE O DIARIO FECHA EM ZERO E CASA COM A    *00003500
      *               VARIACAO DE SALDO DO CICLO - ACABA A REDIGITACAO *00003600
      *               DO RESUMO DO FR05CB41 PELA CONTABILIDADE.        *00003700
      *               ESTORNOS (TIPO 'E') GERAM O SEU PROPRIO PAR, COM *00003701
      *               AS CONTAS INVERTIDAS EM RELACAO AO LANCAMENTO    *00003702
      *               ORIGINAL ESTORNADO.                              *00003703
      *----------------------------------------------------------------*00003800
      *    CONTAS CONTABEIS DA INTERFACE:                              *00003900
      *      11010000 CAIXA / MOVIMENTO DO DIA                         *00004000
      *    HISTORICO DE ALTERACOES:                                    *00006100
      *      DATA        RESP.    DESCRICAO                            *00006200
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006300
      *      15/10/2026  DPC      PARES PROPRIOS PARA OS ESTORNOS DE   *00006301
      *                           CREDITO, DEBITO, JUROS E TARIFA      *00006302
      *                           (CONTAS INVERTIDAS); MOVIMENTO       *00006303
      *                           LIQUIDO CONSIDERA OS ESTORNOS;       *00006304
      *                           TOTPART COM LRECL = 170              *00006305
      ******************************************************************00006400
      *================================================================*00006500
                                                                        00006600
      *----------------------------------------------------------------*00009800
                                                                        00009900
      *----------------------------------------------------------------*00010000
      *  INPUT - TOTAIS DAS PARTICOES (TOTPART) - LRECL = 170.         *00010100
      *----------------------------------------------------------------*00010200
                                                                        00010300
       FD TOTPART                                                       00010400
           RECORDING MODE IS F                                          00010500
           BLOCK CONTAINS 0 RECORDS.                                    00010600
       01 FD-TOTPART                     PIC X(170).                    00010700
                                                                        00010800
      *----------------------------------------------------------------*00010900
      *  OUTPUT - LANCAMENTOS DA INTERFACE RAZAO (GLMOV) - LRECL = 060.*00011000
       77 WRK-CIC-DEBITO                 PIC 9(012)V99 VALUE ZEROS.     00015600
       77 WRK-CIC-JUROS                  PIC 9(012)V99 VALUE ZEROS.     00015700
       77 WRK-CIC-TARIFA                 PIC 9(012)V99 VALUE ZEROS.     00015800
       77 WRK-CIC-EST-CREDITO            PIC 9(012)V99 VALUE ZEROS.     00015801
       77 WRK-CIC-EST-DEBITO             PIC 9(012)V99 VALUE ZEROS.     00015802
       77 WRK-CIC-EST-JUROS              PIC 9(012)V99 VALUE ZEROS.     00015803
       77 WRK-CIC-EST-TARIFA             PIC 9(012)V99 VALUE ZEROS.     00015804
       77 WRK-CIC-SALDO-INI              PIC S9(012)V99 VALUE ZEROS.    00015900
       77 WRK-CIC-SALDO-FIM              PIC S9(012)V99 VALUE ZEROS.    00016000
       77 WRK-DELTA-SALDO                PIC S9(012)V99 VALUE ZEROS.    00016100
            ADD WRK-TOT-DEBITO         TO WRK-CIC-DEBITO                00035600
            ADD WRK-TOT-JUROS          TO WRK-CIC-JUROS                 00035700
            ADD WRK-TOT-TARIFA         TO WRK-CIC-TARIFA                00035800
            ADD WRK-TOT-EST-CREDITO    TO WRK-CIC-EST-CREDITO           00035801
            ADD WRK-TOT-EST-DEBITO     TO WRK-CIC-EST-DEBITO            00035802
            ADD WRK-TOT-EST-JUROS      TO WRK-CIC-EST-JUROS             00035803
            ADD WRK-TOT-EST-TARIFA     TO WRK-CIC-EST-TARIFA            00035804
            ADD WRK-TOT-SALDO-INICIAL  TO WRK-CIC-SALDO-INI             00035900
            ADD WRK-TOT-SALDO-FINAL    TO WRK-CIC-SALDO-FIM             00036000
                                                                        00036100
               MOVE 'TARIFAS DE MANUTENCAO'                             00042800
                                       TO WRK-HISTORICO-LANC            00042900
               PERFORM 3100-GRAVAR-PARTIDA                              00043000
            END-IF                                                      00043001
                                                                        00043002
      *     ESTORNO DE CREDITO: DESCE O PASSIVO, SAI CAIXA             *00043003
            IF WRK-CIC-EST-CREDITO GREATER ZEROS                        00043004
               MOVE WRK-CIC-EST-CREDITO TO WRK-VALOR-LANC               00043005
               MOVE '21010000'         TO WRK-CONTA-DEB                 00043006
               MOVE '11010000'         TO WRK-CONTA-CRE                 00043007
               MOVE 'ESTORNO DE CREDITOS'                               00043008
                                       TO WRK-HISTORICO-LANC            00043009
               PERFORM 3100-GRAVAR-PARTIDA                              00043010
            END-IF                                                      00043011
                                                                        00043012
      *     ESTORNO DE DEBITO: ENTRA CAIXA, SOBE O PASSIVO             *00043013
            IF WRK-CIC-EST-DEBITO GREATER ZEROS                         00043014
               MOVE WRK-CIC-EST-DEBITO TO WRK-VALOR-LANC                00043015
               MOVE '11010000'         TO WRK-CONTA-DEB                 00043016
               MOVE '21010000'         TO WRK-CONTA-CRE                 00043017
               MOVE 'ESTORNO DE DEBITOS'                                00043018
                                       TO WRK-HISTORICO-LANC            00043019
               PERFORM 3100-GRAVAR-PARTIDA                              00043020
            END-IF                                                      00043021
                                                                        00043022
      *     ESTORNO DE JUROS: DESCE A RECEITA, SOBE O PASSIVO          *00043023
            IF WRK-CIC-EST-JUROS GREATER ZEROS                          00043024
               MOVE WRK-CIC-EST-JUROS  TO WRK-VALOR-LANC                00043025
               MOVE '41010000'         TO WRK-CONTA-DEB                 00043026
               MOVE '21010000'         TO WRK-CONTA-CRE                 00043027
               MOVE 'ESTORNO DE JUROS'                                  00043028
                                       TO WRK-HISTORICO-LANC            00043029
               PERFORM 3100-GRAVAR-PARTIDA                              00043030
            END-IF                                                      00043031
                                                                        00043032
      *     ESTORNO DE TARIFA: DESCE A RECEITA, SOBE O PASSIVO         *00043033
            IF WRK-CIC-EST-TARIFA GREATER ZEROS                         00043034
               MOVE WRK-CIC-EST-TARIFA TO WRK-VALOR-LANC                00043035
               MOVE '41020000'         TO WRK-CONTA-DEB                 00043036
               MOVE '21010000'         TO WRK-CONTA-CRE                 00043037
               MOVE 'ESTORNO DE TARIFAS'                                00043038
                                       TO WRK-HISTORICO-LANC            00043039
               PERFORM 3100-GRAVAR-PARTIDA                              00043040
            END-IF.                                                     00043041
                                                                        00043200
      *----------------------------------------------------------------*00043300
       3000-99-FIM.                           EXIT.                     00043400
            COMPUTE WRK-DELTA-MOVIMENTOS =                              00050000
                    WRK-CIC-CREDITO - WRK-CIC-JUROS                     00050100
                  - WRK-CIC-DEBITO  - WRK-CIC-TARIFA                    00050200
                  - WRK-CIC-EST-CREDITO + WRK-CIC-EST-DEBITO            00050201
                  + WRK-CIC-EST-JUROS   + WRK-CIC-EST-TARIFA            00050202
                                                                        00050300
            MOVE 'TOTAL DE DEBITOS'    TO WRK-CT-ROTULO                 00050400
            MOVE ACUM-SOMA-DEBITOS     TO WRK-CT-VALOR                  00050500
