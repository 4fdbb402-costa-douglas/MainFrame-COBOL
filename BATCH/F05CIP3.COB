      *    HISTORICO DE ALTERACOES:                                    *00005400
      *      DATA        RESP.    DESCRICAO                            *00005500
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005600
      *      15/10/2026  DPC      SITUACAO DESFEITO (PASSO CUJO CICLO  *00000000
      *                           FOI DESFEITO PELO FR05EX81)          *00000000
      ******************************************************************00005700
      *================================================================*00005800
                                                                        00005900
           END-IF                                                       00040700
                                                                        00040800
           EVALUATE TRUE                                                00040900
             WHEN FD-RVS-SIT-DESFEITO                                   00000000
                MOVE 'DESFEITO   '      TO WRK-SIT-TEXTO                00000000
             WHEN FD-RVS-SIT-RODANDO                                    00041000
                MOVE 'RODANDO    '      TO WRK-SIT-TEXTO                00041100
             WHEN FD-RVS-SIT-ENCERRADO                                  00041200
