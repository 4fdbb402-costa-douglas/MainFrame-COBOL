      *               TOTAL DE SALDO INICIAL E FINAL E A MAIOR         *00003200
      *               VARIACAO INDIVIDUAL, COM A MESMA PAGINACAO DO    *00003300
      *               FR05CB36 - ACABA A LEITURA A OLHO DO SYSOUT.     *00003400
      *               ABAIXO DE CADA AGENCIA SAI O NOME E A CIDADE/UF, *00003433
      *               LIDOS DO CADASTRO DE AGENCIAS (LERAGENC).        *00003466
      *----------------------------------------------------------------*00003500
      *    ARQUIVOS :                                                  *00003600
      *    DDNAME          I/O                                         *00003700
      *    JCLRESU          I    RESUMO POR CONTA (FR05EX03)           *00003800
      *    JCLRELGE         O    RESUMO GERENCIAL POR AGENCIA          *00003900
      *----------------------------------------------------------------*00004000
      *    BOOKS    :    B#GRALOG, B#PARAM, B#LERAGE                   *00004100
      *----------------------------------------------------------------*00004200
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004300
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00004350
      *----------------------------------------------------------------*00004400
      *    PARAMETROS (VIA SYSIN):                                     *00004500
      *      WRK-PARM-GER-QTDE-LINHAS (9(02)) - LINHAS POR PAGINA.     *00004600
      *                           RELATORIO, A PARTIR DO SEGMENTO      *00005180
      *                           CARIMBADO NA LINHA DO RESUMO         *00005190
      *                           (LRECL 049)                          *00005191
      *      15/10/2026  DPC      LINHA DE NOME E CIDADE/UF DA AGENCIA *00005192
      *                           (LERAGENC) ABAIXO DE CADA AGENCIA;   *00005193
      *                           LINHA DE DETALHE AJUSTADA A 80       *00005194
      *                           POSICOES                             *00005195
      ******************************************************************00005200
      *================================================================*00005300
                                                                        00005400
          05 WRK-LD-FIM           PIC +ZZ.ZZZ.ZZZ.ZZ9,99.               00018000
          05 FILLER               PIC X(001) VALUE SPACES.              00018100
          05 WRK-LD-VARIACAO      PIC ZZ.ZZZ.ZZ9,99.                    00018200
          05 FILLER               PIC X(003) VALUE SPACES.              00018300
                                                                        00018310
       01 WRK-LINNOME.                                                  00018320
          05 FILLER               PIC X(009) VALUE SPACES.              00018330
          05 WRK-LN-NOME          PIC X(030).                           00018340
          05 FILLER               PIC X(003) VALUE ' - '.               00018350
          05 WRK-LN-CIDADE        PIC X(020).                           00018360
          05 FILLER               PIC X(001) VALUE '/'.                 00018370
          05 WRK-LN-UF            PIC X(002).                           00018380
          05 FILLER               PIC X(015) VALUE SPACES.              00018390
                                                                        00018400
      *----------------------------------------------------------------*00018500
       01 FILLER                         PIC X(050)       VALUE         00018600
       COPY 'B#RUNCTL'.                                                 00019854
                                                                        00019854
       COPY 'B#DATPRC'.                                                 00019855
                                                                        00019856
       COPY 'B#LERAGE'.                                                 00019857
                                                                        00019855
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00019856
                                                                        00019857
       3300-FECHAR-AGENCIA                   SECTION.                   00037600
      *----------------------------------------------------------------*00037700
                                                                        00037800
      *     AGENCIA E NOME SAEM JUNTOS NA MESMA PAGINA                 *00037850
            IF WRK-LINHA NOT LESS WRK-PARM-GER-QTDE-LINHAS              00037900
               PERFORM 3200-GRAVAR-CABECALHO                            00038000
            END-IF                                                      00038100
                                                                        00038200
            MOVE WRK-MAIOR-VARIACAO    TO WRK-LD-VARIACAO               00038800
            WRITE FD-RELGEREN          FROM WRK-LINDET                  00038900
            PERFORM 1120-TESTAR-WRK-FS-RELGEREN                         00039000
                                                                        00039006
            MOVE WRK-AGENCIA-ANTERIOR  TO WRK-LAG-AGENCIA               00039012
            CALL 'LERAGENC'            USING WRK-LERAGE                 00039018
            IF WRK-LAG-ATIVA OR WRK-LAG-FECHADA                         00039024
               MOVE WRK-LAG-NOME       TO WRK-LN-NOME                   00039030
               MOVE WRK-LAG-CIDADE     TO WRK-LN-CIDADE                 00039036
               MOVE WRK-LAG-UF         TO WRK-LN-UF                     00039042
            ELSE                                                        00039048
               MOVE 'AGENCIA NAO CADASTRADA'                            00039054
                                       TO WRK-LN-NOME                   00039060
               MOVE SPACES             TO WRK-LN-CIDADE                 00039066
                                          WRK-LN-UF                     00039072
            END-IF                                                      00039078
            WRITE FD-RELGEREN          FROM WRK-LINNOME                 00039084
            PERFORM 1120-TESTAR-WRK-FS-RELGEREN                         00039090
            ADD 2                      TO WRK-LINHA                     00039100
                                                                        00039200
            MOVE 'N'                   TO WRK-TEM-AGENCIA.              00039300
                                                                        00039400
