      *    JCLRAG01-05      O    RELATORIO DA 1A..5A AGENCIA           *00004400
      *    JCLRAGEX         O    AGENCIAS EXCEDENTES                   *00004500
      *----------------------------------------------------------------*00004600
      *    BOOKS    :    B#CLIMST, B#RELAT, B#GRALOG, B#PARAM,         *00004700
      *                  B#LERAGE                                      *00004750
      *----------------------------------------------------------------*00004800
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004900
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00004950
      *----------------------------------------------------------------*00005000
      *    PARAMETROS (VIA SYSIN):                                     *00005100
      *      WRK-PARM-AGE-QTDE-LINHAS (9(02)) - LINHAS POR PAGINA.     *00005200
      *    HISTORICO DE ALTERACOES:                                    *00005500
      *      DATA        RESP.    DESCRICAO                            *00005600
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00005700
      *      15/10/2026  DPC      CABECALHO TRAZ O NOME DA AGENCIA,    *00005725
      *                           LIDO DO CADASTRO DE AGENCIAS         *00005750
      *                           (LERAGENC)                           *00005775
      ******************************************************************00005800
      *================================================================*00005900
                                                                        00006000
                     '*** AREA DE CABECALHO ***'.                       00015600
      *----------------------------------------------------------------*00015700
       01 WRK-CAB01.                                                    00015800
          05 FILLER               PIC X(024) VALUE                      00015885
             '---RELATORIO DA AGENCIA '.                                00015970
          05 WRK-CAB-AGENCIA      PIC X(004).                           00016055
          05 FILLER               PIC X(003) VALUE ' - '.               00016140
          05 WRK-CAB-NOME-AGENCIA PIC X(030).                           00016225
          05 FILLER               PIC X(002) VALUE SPACES.              00016310
          05 FILLER               PIC X(005) VALUE 'PAG '.              00016400
          05 WRK-NUM-PAG          PIC 9(002) VALUE ZEROS.               00016500
                                                                        00016600
                                                                        00020600
       01 WRK-MSG                        PIC X(030) VALUE SPACES.       00020700
       01 WRK-AGENCIA-ANTERIOR           PIC X(004) VALUE SPACES.       00020800
       01 WRK-NOME-AGENCIA               PIC X(030) VALUE SPACES.       00020850
       01 WRK-DD-ATUAL                   PIC 9(001) VALUE ZEROS.        00020900
       01 WRK-PAGINA                     PIC 9(002) VALUE ZEROS.        00021000
       01 WRK-LINHA                      PIC 9(002) VALUE ZEROS.        00021100
       COPY 'B#RUNCTL'.                                                 00023854
                                                                        00023854
       COPY 'B#DATPRC'.                                                 00023855
                                                                        00023856
       COPY 'B#LERAGE'.                                                 00023857
                                                                        00023855
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00023856
                                                                        00023857
               END-IF                                                   00037900
                                                                        00038000
               MOVE FD-CLI2505-AGENCIA        TO WRK-AGENCIA-ANTERIOR   00038100
                                                                        00038109
      *        NOME DA AGENCIA PARA O CABECALHO                       * 00038118
               MOVE FD-CLI2505-AGENCIA        TO WRK-LAG-AGENCIA        00038127
               CALL 'LERAGENC'                USING WRK-LERAGE          00038136
               IF WRK-LAG-ATIVA OR WRK-LAG-FECHADA                      00038145
                  MOVE WRK-LAG-NOME           TO WRK-NOME-AGENCIA       00038154
               ELSE                                                     00038163
                  MOVE 'AGENCIA NAO CADASTRADA'                         00038172
                                              TO WRK-NOME-AGENCIA       00038181
               END-IF                                                   00038190
                                                                        00038200
               IF WRK-DD-ATUAL LESS 5                                   00038300
                  ADD 1               TO WRK-DD-ATUAL                   00038400
               ADD 1               TO WRK-PAGINA                        00041100
               MOVE WRK-PAGINA     TO WRK-NUM-PAG                       00041200
               MOVE FD-CLI2505-AGENCIA     TO WRK-CAB-AGENCIA           00041300
               MOVE WRK-NOME-AGENCIA       TO WRK-CAB-NOME-AGENCIA      00041350
               MOVE WRK-CAB01      TO WRK-LINHA-IMPRESSA                00041400
               PERFORM 3500-GRAVAR-LINHA                                00041500
               MOVE WRK-CAB-CAMPOS TO WRK-LINHA-IMPRESSA                00041600
