      *               MAOS E O VALOR EMPATADO AO CUSTO DO ARQPECAS,    *00003200
      *               SUBTOTALIZADO POR FORNECEDOR - O FR05CB38        *00003300
      *               VALORIZA O ESTOQUE, MAS NAO DIZIA SE ELE MEXE.   *00003400
      *               PECA SUBSTITUIDA (SUBSTPC, MODULO LERSUBST) COM  *00003425
      *               SALDO EM MAOS SAI SEMPRE, NA FAIXA OBSOLETA, COM *00003450
      *               A PECA QUE A SUBSTITUIU, MESMO QUE AINDA MEXA.   *00003475
      *----------------------------------------------------------------*00003500
      *    ARQUIVOS :                                                  *00003600
      *    DDNAME          I/O                                         *00003700
      *    KARDARQ          I    LIVRO DE MOVIMENTACAO (GRAVAKDX)      *00003800
      *    JCLPECAS         I    PECAS EM ESTOQUE (ARQPECAS)           *00003900
      *    SUBSTPC          I    SUBSTITUICAO DE PECAS (LERSUBST)      *00003950
      *    JCLRELOB         O    RELATORIO DE ESTOQUE PARADO           *00004000
      *    JCLSORT          -    AREA DE TRABALHO DO SORT              *00004100
      *----------------------------------------------------------------*00004200
      *    BOOKS    :    B#ARQE, B#GRALOG, B#RUNCTL, B#DATPRC,         *00004266
      *                  B#LERSUB                                      *00004332
      *----------------------------------------------------------------*00004400
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004500
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00004600
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00004700
      *                  LERSUBST - SUBSTITUICAO DE PECAS              *00004750
      *----------------------------------------------------------------*00004800
      *    PARAMETROS (VIA SYSIN):                                     *00004900
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005000
      *    HISTORICO DE ALTERACOES:                                    *00005200
      *      DATA        RESP.    DESCRICAO                            *00005300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005400
      *      15/10/2026  DPC      SALDO DE PECA SUBSTITUIDA (LERSUBST) *00005433
      *                           SAI COMO OBSOLETA, COM A SUBSTITUTA  *00005466
      ******************************************************************00005500
      *================================================================*00005600
                                                                        00005700
          05 SD-OBS-FAIXA             PIC X(01).                        00014000
          05 SD-OBS-QUANT             PIC 9(05).                        00014100
          05 SD-OBS-VALOR             PIC 9(09)V99.                     00014200
          05 SD-OBS-PECA-NOVA         PIC X(06).                        00014250
                                                                        00014300
      *----------------------------------------------------------------*00014400
       WORKING-STORAGE                            SECTION.              00014500
       77 ACUM-LIDOS-KARDEX              PIC 9(007) VALUE ZEROS.        00016100
       77 ACUM-LIDOS-PECAS               PIC 9(005) VALUE ZEROS.        00016200
       77 ACUM-PECAS-PARADAS             PIC 9(005) VALUE ZEROS.        00016300
       77 ACUM-PECAS-OBSOLETAS           PIC 9(005) VALUE ZEROS.        00016350
       77 ACUM-VALOR-PARADO              PIC 9(011)V99 VALUE ZEROS.     00016400
       77 ACUM-FORN-ITENS                PIC 9(005) VALUE ZEROS.        00016500
       77 ACUM-FORN-VALOR                PIC 9(011)V99 VALUE ZEROS.     00016600
          05 WRK-LO-QUANT               PIC ZZ.ZZ9.                     00021300
          05 FILLER                     PIC X(005) VALUE ' VLR '.       00021400
          05 WRK-LO-VALOR               PIC ZZZ.ZZZ.ZZ9,99.             00021500
          05 FILLER                     PIC X(001) VALUE SPACES.        00021550
          05 WRK-LO-PECA-NOVA           PIC X(006).                     00021600
          05 FILLER                     PIC X(005) VALUE SPACES.        00021650
                                                                        00021700
       01 WRK-LINTOTF.                                                  00021800
          05 FILLER                     PIC X(010) VALUE 'TOTAL DE  '.  00021900
       COPY 'B#RUNCTL'.                                                 00024500
                                                                        00024600
       COPY 'B#DATPRC'.                                                 00024700
       COPY 'B#LERSUB'.                                                 00024750
                                                                        00024800
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00024900
                                                                        00025000
              GO                  TO 2520-80-LER                        00050000
           END-IF                                                       00050100
                                                                        00050200
      *     PECA SUBSTITUIDA: O SALDO QUE SOBROU E OBSOLETO            *00050220
           MOVE FD-COD-PECA         TO WRK-LSB-COD-PECA                 00050240
           MOVE WRK-DATA-EXEC       TO WRK-LSB-DATA-REF                 00050260
           CALL 'LERSUBST'          USING WRK-LERSUB                    00050280
           MOVE FD-COD-PECA         TO WRK-PECA-BUSCA                   00050300
           PERFORM 2300-LOCALIZAR-PECA                                  00050400
                                                                        00050500
              MOVE SPACES           TO SD-OBS-ULT-SAIDA                 00051800
           END-IF                                                       00051900
                                                                        00052000
           IF WRK-DIAS-PARADO LESS 90                                   00052066
            AND NOT WRK-LSB-SUBSTITUIDA                                 00052132
              GO                  TO 2520-80-LER                        00052200
           END-IF                                                       00052300
                                                                        00052400
           EVALUATE TRUE                                                00052500
             WHEN WRK-LSB-SUBSTITUIDA                                   00052525
              MOVE 'O'              TO SD-OBS-FAIXA                     00052550
              ADD 1                 TO ACUM-PECAS-OBSOLETAS             00052575
             WHEN WRK-DIAS-PARADO EQUAL 99999                           00052600
              MOVE '9'              TO SD-OBS-FAIXA                     00052700
             WHEN WRK-DIAS-PARADO NOT LESS 365                          00052800
           MOVE WRK-DIAS-PARADO     TO SD-OBS-DIAS                      00054100
           MOVE FD-QUANT-PECA       TO SD-OBS-QUANT                     00054200
           MOVE WRK-VALOR-PECA      TO SD-OBS-VALOR                     00054300
           IF WRK-LSB-SUBSTITUIDA                                       00054316
              MOVE WRK-LSB-PECA-FINAL TO SD-OBS-PECA-NOVA               00054332
           ELSE                                                         00054348
              MOVE SPACES           TO SD-OBS-PECA-NOVA                 00054364
           END-IF                                                       00054380
           RELEASE SD-SORTOBS.                                          00054400
                                                                        00054500
       2520-80-LER.                                                     00054600
           MOVE SD-OBS-DIAS          TO WRK-LO-DIAS                     00060400
                                                                        00060500
           EVALUATE SD-OBS-FAIXA                                        00060600
             WHEN 'O'                                                   00060633
              MOVE 'OBSOLETA '       TO WRK-LO-FAIXA                    00060666
             WHEN '9'                                                   00060700
              MOVE 'SEM SAIDA'       TO WRK-LO-FAIXA                    00060800
             WHEN '3'                                                   00060900
                                                                        00061600
           MOVE SD-OBS-QUANT         TO WRK-LO-QUANT                    00061700
           MOVE SD-OBS-VALOR         TO WRK-LO-VALOR                    00061800
           MOVE SD-OBS-PECA-NOVA     TO WRK-LO-PECA-NOVA                00061850
           WRITE FD-RELOBS           FROM WRK-LINOBS                    00061900
           PERFORM 1100-TESTAR-STATUS                                   00062000
                                                                        00062100
           DISPLAY '  LIDOS KARDARQ       :  ' ACUM-LIDOS-KARDEX        00066200
           DISPLAY '  LIDOS ARQPECAS      :  ' ACUM-LIDOS-PECAS         00066300
           DISPLAY '  PECAS PARADAS       :  ' ACUM-PECAS-PARADAS       00066400
           DISPLAY '  PECAS OBSOLETAS     :  ' ACUM-PECAS-OBSOLETAS     00066450
           DISPLAY '  VALOR EMPATADO      :  ' ACUM-VALOR-PARADO        00066500
           DISPLAY '                                                 '  00066600
           DISPLAY '*************************************************'. 00066700
