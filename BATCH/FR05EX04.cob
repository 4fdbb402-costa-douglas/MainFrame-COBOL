      *----------------------------------------------------------------*00005000
      *    OBS      :    ARQPECAS E CONTAGEM DEVEM ESTAR CLASSIFICADOS *00005100
      *                  POR CODIGO DA PECA.                           *00005200
      *                  DECK GERADO PELO FR05EX72 (CONTAGEM CICLICA)  *00005233
      *                  TRAZ A DATA DA LISTA EM FD-CNT-DATA-LISTA.    *00005266
      *----------------------------------------------------------------*00005300
      *    HISTORICO DE ALTERACOES:                                    *00005400
      *      DATA        RESP.    DESCRICAO                            *00005500
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00005600
      *      15/10/2026  DPC      CONTAGEM CICLICA (FR05EX72): DECK    *00005612
      *                           COM DATA DA LISTA SO CONCILIA AS     *00005624
      *                           PECAS PROGRAMADAS - A PECA FORA DA   *00005636
      *                           LISTA NAO E MAIS APONTADA COMO NAO   *00005648
      *                           CONTADA; LINHA DA LISTA SEM          *00005660
      *                           QUANTIDADE SAI COMO LISTADA NAO      *00005672
      *                           CONTADA, SEM ERRO NO LOG             *00005684
      ******************************************************************00005700
      *================================================================*00005800
                                                                        00005900
       77 ACUM-AJUSTADAS                 PIC 9(004) VALUE ZEROS.        00015300
       77 ACUM-SEM-CONTAGEM              PIC 9(004) VALUE ZEROS.        00015400
       77 ACUM-SEM-CADASTRO              PIC 9(004) VALUE ZEROS.        00015500
       77 ACUM-FORA-CICLO                PIC 9(004) VALUE ZEROS.        00015550
                                                                        00015600
      *----------------------------------------------------------------*00015700
       01 FILLER                         PIC X(050)       VALUE         00015800
                                                                        00016100
       77 WRK-DIFERENCA                  PIC S9(006) VALUE ZEROS.       00016200
       77 WRK-DATA-HOJE                  PIC X(008) VALUE SPACES.       00016300
       77 WRK-CONTAGEM-CICLICA           PIC X(001) VALUE 'N'.          00016333
           88 WRK-CONTAGEM-CICLICA-SIM              VALUE 'S'.          00016366
                                                                        00016400
      *----------------------------------------------------------------*00016500
      *    LINHAS DO RELATORIO DE DIVERGENCIAS                         *00016600
            PERFORM 2100-LER-PECAS.                                     00036500
                                                                        00036600
            PERFORM 2200-LER-CONTAGEM.                                  00036700
      *     DECK DA CONTAGEM CICLICA: SO AS PECAS DA LISTA DO DIA      *00036716
            IF WRK-FS-CONTAGEM        NOT EQUAL '10'                    00036732
             AND FD-CNT-DATA-LISTA    NOT EQUAL SPACES                  00036748
               MOVE 'S'               TO WRK-CONTAGEM-CICLICA           00036764
            END-IF.                                                     00036780
                                                                        00036800
            IF WRK-FS-CONTAGEM EQUAL '10'                               00036900
               DISPLAY '***********************************'            00037000
       3100-CONCILIAR-PECA                    SECTION.                  00044300
      *----------------------------------------------------------------*00044400
                                                                        00044500
            IF FD-CNT-QUANT-X          EQUAL SPACES                     00044516
               PERFORM 3160-LISTADA-NAO-CONTADA                         00044532
               GO                  TO 3100-99-FIM                       00044548
            END-IF                                                      00044564
                                                                        00044580
            IF FD-CNT-QUANT            NOT NUMERIC                      00044600
               MOVE 'FR05EX04'                  TO WRK-PROGRAMA         00044700
               MOVE 'QUANTIDADE CONTADA INVALIDA' TO WRK-MENSAGEM       00044800
      *----------------------------------------------------------------*00052100
       3150-99-FIM.                           EXIT.                     00052200
      *----------------------------------------------------------------*00052300
                                                                        00052305
      *----------------------------------------------------------------*00052310
       3160-LISTADA-NAO-CONTADA               SECTION.                  00052315
      *----------------------------------------------------------------*00052320
                                                                        00052325
            MOVE FD-COD-PECA           TO WRK-LD-COD-PECA               00052330
            MOVE SPACES                TO WRK-LD-CONTADOR               00052335
            MOVE FD-QUANT-PECA         TO WRK-LD-CONTABIL               00052340
            MOVE ZEROS                 TO WRK-LD-CONTADO                00052345
            MOVE ZEROS                 TO WRK-LD-DIFERENCA              00052350
            MOVE 'LISTADA NAO CONTADA' TO WRK-LD-SITUACAO               00052355
            WRITE FD-RELCONT           FROM WRK-LINDET                  00052360
            PERFORM 1140-TESTAR-WRK-FS-RELCONT                          00052365
            ADD 1                      TO ACUM-SEM-CONTAGEM             00052370
            PERFORM 3150-GRAVAR-PECA.                                   00052375
                                                                        00052380
      *----------------------------------------------------------------*00052385
       3160-99-FIM.                           EXIT.                     00052390
      *----------------------------------------------------------------*00052395
                                                                        00052400
      *----------------------------------------------------------------*00052500
       3200-PECA-SEM-CONTAGEM                 SECTION.                  00052600
      *----------------------------------------------------------------*00052700
                                                                        00052800
      *     NA CONTAGEM CICLICA A PECA FORA DA LISTA SO E COPIADA      *00052812
            IF WRK-CONTAGEM-CICLICA-SIM                                 00052824
               ADD 1                   TO ACUM-FORA-CICLO               00052836
               PERFORM 3150-GRAVAR-PECA                                 00052848
               GO                  TO 3200-99-FIM                       00052860
            END-IF                                                      00052872
                                                                        00052884
            MOVE FD-COD-PECA           TO WRK-LD-COD-PECA               00052900
            MOVE SPACES                TO WRK-LD-CONTADOR               00053000
            MOVE FD-QUANT-PECA         TO WRK-LD-CONTABIL               00053100
              DISPLAY '  PECAS AJUSTADAS     :  ' ACUM-AJUSTADAS        00058900
              DISPLAY '  PECAS NAO CONTADAS  :  ' ACUM-SEM-CONTAGEM     00059000
              DISPLAY '  SEM CADASTRO        :  ' ACUM-SEM-CADASTRO     00059100
              DISPLAY '  FORA DO CICLO       :  ' ACUM-FORA-CICLO       00059150
              DISPLAY '                                             '   00059200
              DISPLAY '*********************************************'.  00059300
      *----------------------------------------------------------------*00059400
