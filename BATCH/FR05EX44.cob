      *               TRANSFERENCIAS RECEBIDAS E CEDIDAS ('T'),        *00003300
      *               EXPLICANDO A VARIACAO LIQUIDA QUE O FR05DB18     *00003400
      *               MOSTRA APENAS COMO DIFERENCA DE TOTAIS.          *00003500
      *               INICIOS ('L') E RETORNOS ('R') DE AFASTAMENTO    *00000000
      *               SAEM EM COLUNAS A PARTE, FORA DA VARIACAO: O     *00000000
      *               AFASTADO CONTINUA NO QUADRO DO SETOR.            *00000000
      *----------------------------------------------------------------*00003600
      *    ARQUIVOS :                                                  *00003700
      *    DDNAME          I/O                                         *00003800
      *    HISTORICO DE ALTERACOES:                                    *00005200
      *      DATA        RESP.    DESCRICAO                            *00005300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005400
      *      15/10/2026  DPC      COLUNAS AFAST E RETORNO (MOVIMENTOS  *00000000
      *                           'L'/'R' DO FR05DB74); RELQUA COM     *00000000
      *                           LRECL = 130                          *00000000
      ******************************************************************00005500
      *================================================================*00005600
                                                                        00005700
           COPY 'B#QUADRO'.                                             00009500
                                                                        00009600
      *----------------------------------------------------------------*00009700
      *  OUTPUT - DECOMPOSICAO POR SETOR (RELQUA) - LRECL = 130.       *00009800
      *----------------------------------------------------------------*00009900
                                                                        00010000
       FD RELQUA                                                        00010100
           RECORDING MODE IS F                                          00010200
           BLOCK CONTAINS 0 RECORDS.                                    00010300
       01 FD-RELQUA         PIC X(130).                                 00010400
                                                                        00010500
      *----------------------------------------------------------------*00010600
       WORKING-STORAGE                            SECTION.              00010700
             10 WRK-TAB-SET-DESLIG      PIC 9(05).                      00013600
             10 WRK-TAB-SET-TRF-IN      PIC 9(05).                      00013700
             10 WRK-TAB-SET-TRF-OUT     PIC 9(05).                      00013800
             10 WRK-TAB-SET-AFAST       PIC 9(05).                      00000000
             10 WRK-TAB-SET-RETORNO     PIC 9(05).                      00000000
       77 WRK-TAB-SET-QTDE               PIC 9(003) VALUE ZEROS.        00013900
                                                                        00014000
      *----------------------------------------------------------------*00014100
             'DECOMPOSICAO DO QUADRO POR SETOR        '.                00014700
          05 FILLER               PIC X(012) VALUE 'COMPETENCIA '.      00014800
          05 WRK-CB-COMPETENCIA   PIC X(006).                           00014900
          05 FILLER               PIC X(072) VALUE SPACES.              00015000
                                                                        00015100
       01 WRK-LINQUA.                                                   00015200
          05 WRK-LQ-SETOR         PIC X(004).                           00015300
          05 WRK-LQ-TRF-OUT       PIC ZZ.ZZ9.                           00016100
          05 FILLER               PIC X(010) VALUE ' VARIACAO '.        00016200
          05 WRK-LQ-VARIACAO      PIC ZZ.ZZ9-.                          00016300
          05 FILLER               PIC X(007) VALUE ' AFAST '.           00000000
          05 WRK-LQ-AFAST         PIC ZZ.ZZ9.                           00000000
          05 FILLER               PIC X(009) VALUE ' RETORNO '.         00000000
          05 WRK-LQ-RETORNO       PIC ZZ.ZZ9.                           00000000
          05 FILLER               PIC X(025) VALUE SPACES.              00016400
                                                                        00016500
      *----------------------------------------------------------------*00016600
              PERFORM 2300-LOCALIZAR-SETOR                              00033300
              ADD 1                 TO WRK-TAB-SET-TRF-OUT              00033400
                                        (WRK-IDX-SET)                   00033500
             WHEN FD-QUA-TIPO-AFASTAM                                   00000000
              MOVE FD-QUA-SETOR-DE  TO WRK-SETOR-BUSCA                  00000000
              PERFORM 2300-LOCALIZAR-SETOR                              00000000
              ADD 1                 TO WRK-TAB-SET-AFAST                00000000
                                        (WRK-IDX-SET)                   00000000
             WHEN FD-QUA-TIPO-RETORNO                                   00000000
              MOVE FD-QUA-SETOR-PARA TO WRK-SETOR-BUSCA                 00000000
              PERFORM 2300-LOCALIZAR-SETOR                              00000000
              ADD 1                 TO WRK-TAB-SET-RETORNO              00000000
                                        (WRK-IDX-SET)                   00000000
             WHEN OTHER                                                 00033600
              CONTINUE                                                  00033700
           END-EVALUATE.                                                00033800
                                       WRK-TAB-SET-TRF-IN               00038500
                                        (WRK-IDX-SET)                   00038600
                                       WRK-TAB-SET-TRF-OUT              00038700
                                        (WRK-IDX-SET)                   00038800
                                       WRK-TAB-SET-AFAST                00000000
                                        (WRK-IDX-SET)                   00000000
                                       WRK-TAB-SET-RETORNO              00000000
                                        (WRK-IDX-SET).                  00000000
                                                                        00038900
      *----------------------------------------------------------------*00039000
       2300-99-FIM.                           EXIT.                     00039100
           MOVE WRK-TAB-SET-TRF-OUT (WRK-IDX-SET)                       00042400
                                    TO WRK-LQ-TRF-OUT                   00042500
           MOVE WRK-VARIACAO        TO WRK-LQ-VARIACAO                  00042600
           MOVE WRK-TAB-SET-AFAST (WRK-IDX-SET) TO WRK-LQ-AFAST         00000000
           MOVE WRK-TAB-SET-RETORNO (WRK-IDX-SET)                       00000000
                                    TO WRK-LQ-RETORNO                   00000000
           WRITE FD-RELQUA          FROM WRK-LINQUA                     00042700
           PERFORM 1100-TESTAR-STATUS.                                  00042800
                                                                        00042900
