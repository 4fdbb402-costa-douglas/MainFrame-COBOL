      *                           POSICIONA DIRETO NA CHAVE INICIAL DA *00005530
      *                           FAIXA DO SYSIN (START) EM VEZ DE LER *00005540
      *                           O CADASTRO INTEIRO                   *00005550
      *      15/10/2026  DPC      ESTORNO (TIPO 'E') COM SINAL INVERSO *00005558
      *                           AO DO LANCAMENTO ORIGINAL (ESTORNO   *00005566
      *                           DE CREDITO SUJEITO AO LIMITE, COMO   *00005574
      *                           NO FR05EX03) E MARCA 'EST' NA LINHA; *00005582
      *                           MOV2505 COM LRECL = 106              *00005590
      ******************************************************************00005600
      *================================================================*00005700
                                                                        00005800
           COPY 'B#CLIMST'.                                             00010100
                                                                        00010200
      *----------------------------------------------------------------*00010300
      *  INPUT - MOVIMENTOS DO CICLO (MOV2505) - LRECL = 106.          *00010400
      *----------------------------------------------------------------*00010500
                                                                        00010600
       FD MOV2505                                                       00010700
          05 WRK-LM-VALOR                PIC ZZZ.ZZZ.ZZ9,99.               00019800
          05 FILLER                      PIC X(002) VALUE SPACES.       00019900
          05 WRK-LM-SALDO                PIC +ZZZ.ZZZ.ZZ9,99.              00020000
          05 FILLER                      PIC X(001) VALUE SPACES.       00020050
          05 WRK-LM-MARCA                PIC X(003).                    00020100
          05 FILLER                      PIC X(008) VALUE SPACES.       00020150
                                                                        00020200
       01 WRK-LIN-BRANCO                 PIC X(080) VALUE SPACES.       00020300
                                                                        00020400
                 PERFORM 3250-DEBITO-COM-LIMITE                         00043605
              WHEN 'F'                                                  00043606
                 PERFORM 3250-DEBITO-COM-LIMITE                         00043607
      *    ESTORNO TEM O SINAL INVERSO AO DO LANCAMENTO ORIGINAL       *00043706
              WHEN 'E'                                                  00043805
                 IF FD-MOV2505-EST-TIPO EQUAL 'C'                       00043904
                    PERFORM 3250-DEBITO-COM-LIMITE                      00044003
                 ELSE                                                   00044102
                    ADD FD-MOV2505-VALOR   TO WRK-SALDO-CORRENTE        00044201
                 END-IF                                                 00044300
              WHEN OTHER                                                00044400
                 GO                  TO 3200-99-FIM                     00044500
            END-EVALUATE                                                00044600
            MOVE FD-MOV2505-TIPO       TO WRK-LM-TIPO                   00044900
            MOVE FD-MOV2505-VALOR      TO WRK-LM-VALOR                  00045000
            MOVE WRK-SALDO-CORRENTE    TO WRK-LM-SALDO                  00045100
            IF FD-MOV2505-TIPO EQUAL 'E'                                00045116
               MOVE 'EST'              TO WRK-LM-MARCA                  00045132
            ELSE                                                        00045148
               MOVE SPACES             TO WRK-LM-MARCA                  00045164
            END-IF                                                      00045180
            WRITE FD-EXTRATO           FROM WRK-LIN-MOVTO.              00045200
                                                                        00045300
      *----------------------------------------------------------------*00045400
